*> Record layout for the operator master file (OPERMAST).
*> One record per person allowed to sign on to ARMY, keyed on OPR-ID.
*> OPR-ROLE decides which menu options ARMY offers : C (consultation),
*> A (armurier), O (officier) ou T (tresorier). OPR-ACTIF = N blocks
*> the sign-on while keeping the record for the audit trail. The ID
*> of the signed-on operator is stamped into JRN-OPERATEUR and
*> LED-OPERATEUR for every record written during the session.
01 OPERATEUR-RECORD.
    05 OPR-ID                 PIC X(08).
    05 OPR-MOT-DE-PASSE       PIC X(10).
    05 OPR-NOM                PIC X(25).
    05 OPR-ROLE               PIC X.
        88 OPR-CONSULTATION       VALUE "C".
        88 OPR-ARMURIER           VALUE "A".
        88 OPR-OFFICIER           VALUE "O".
        88 OPR-TRESORIER          VALUE "T".
        88 OPR-ROLE-VALIDE        VALUE "C" "A" "O" "T".
    05 OPR-ACTIF              PIC X.
        88 OPR-ACTIF-OUI          VALUE "O".
    05 OPR-DERNIERE-CONNEXION PIC X(10).
