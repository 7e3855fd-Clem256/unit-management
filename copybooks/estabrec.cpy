*> Record layout for the establishment (authorised strength) master
*> file (ESTABMST), maintained from the ARMY class screen.
*> One record per class and squad, keyed on REC-EFF-CLE. A record
*> whose REC-EFF-ESCOUADE is spaces gives the army-wide target for the
*> class; a record naming a SQUADMAST squad gives the target for that
*> class within the squad. REC-EFF-CIBLE is the authorised number of
*> in-service units (statut A or B). The ESTABREQ monthly run compares
*> it against UNITMAST and writes the shortfall to RECRUITS.
01 EFFECTIF-RECORD.
    05 REC-EFF-CLE.
        10 REC-EFF-CLASSE      PIC X(10).
        10 REC-EFF-ESCOUADE    PIC X(15).
    05 REC-EFF-CIBLE           PIC 9(03).
    05 REC-EFF-DATE-MAJ        PIC X(10).
    05 REC-EFF-OPERATEUR       PIC X(08).
