*> Record layout for the mission master file (MISSMAST).
*> One record per mission, keyed on REC-MIS-CODE. A mission is opened
*> (statut O) with its objective, date window and reward, assigned to
*> a SQUADMAST squad (statut A), closed from ARMY with its outcome
*> (statut C, issue S = succes ou E = echec) and finally posted by
*> MISSIONB (statut P), which credits the reward. The member list is
*> a snapshot of the squad members in service at assignment, since
*> fallen units are later removed from SQUADMAST. REC-MIS-NB-PERTES
*> is fixed at closure: the snapshot members fallen by then.
01 MISSION-RECORD.
    05 REC-MIS-CODE           PIC X(08).
    05 REC-MIS-OBJECTIF       PIC X(30).
    05 REC-MIS-DATE-DEBUT     PIC X(10).
    05 REC-MIS-DATE-FIN       PIC X(10).
    05 REC-MIS-ESCOUADE       PIC X(15).
    05 REC-MIS-RECOMPENSE     PIC 9(07).
    05 REC-MIS-STATUT         PIC X.
        88 REC-MIS-OUVERTE        VALUE "O".
        88 REC-MIS-ASSIGNEE       VALUE "A".
        88 REC-MIS-CLOSE          VALUE "C".
        88 REC-MIS-POSTEE         VALUE "P".
    05 REC-MIS-ISSUE          PIC X.
        88 REC-MIS-SUCCES         VALUE "S".
        88 REC-MIS-ECHEC          VALUE "E".
    05 REC-MIS-DATE-CLOTURE   PIC X(10).
    05 REC-MIS-NB-PERTES      PIC 99.
    05 REC-MIS-NB-MEMBRES     PIC 99.
    05 REC-MIS-MEMBRES.
        10 REC-MIS-MEMBRE OCCURS 12 TIMES PIC X(15).
