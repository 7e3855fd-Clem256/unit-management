IDENTIFICATION DIVISION.
PROGRAM-ID. READYRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SQUADMAST ASSIGN TO "SQUADMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-ESC-NOM
        FILE STATUS IS STATUT-SQUADMAST.
    SELECT UNITMAST ASSIGN TO "UNITMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-NOM-UNITE
        ALTERNATE RECORD KEY IS REC-CLASSE-UNITE WITH DUPLICATES
        FILE STATUS IS STATUT-UNITMAST.
    SELECT WEAPMAST ASSIGN TO "WEAPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-WPN-NOM
        FILE STATUS IS STATUT-WEAPMAST.
    SELECT CLASMAST ASSIGN TO "CLASMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-CLS-NOM
        FILE STATUS IS STATUT-CLASMAST.
    SELECT TRIESC ASSIGN TO "SORTWK".
    SELECT READYLST ASSIGN TO "READYLST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-READYLST.

DATA DIVISION.
FILE SECTION.
FD  SQUADMAST.
COPY squadrec.
FD  UNITMAST.
COPY unitrec.
FD  WEAPMAST.
COPY weaprec.
FD  CLASMAST.
COPY classrec.
SD  TRIESC.
    01 TRI-RECORD.
        05 TRI-COTE               PIC 9.
        05 TRI-TAUX               PIC 9(03).
        05 TRI-NIVEAU-TOTAL       PIC 9(04).
        05 TRI-NOM-ESCOUADE       PIC X(15).
        05 TRI-COMMANDANT         PIC X(15).
        05 TRI-NB-MEMBRES         PIC 99.
        05 TRI-NB-APTES           PIC 99.
        05 TRI-LIBELLE-COTE       PIC X(10).
FD  READYLST.
    01 LIGNE-RAPPORT          PIC X(132).

WORKING-STORAGE SECTION.
    01 STATUT-SQUADMAST       PIC XX.
    01 STATUT-UNITMAST        PIC XX.
    01 STATUT-WEAPMAST        PIC XX.
    01 STATUT-CLASMAST        PIC XX.
    01 STATUT-READYLST        PIC XX.
    01 CLASMAST-DISPONIBLE    PIC X VALUE "N".
        88 CLASMAST-DISPONIBLE-OUI VALUE "O".
    01 FIN-TRI                PIC X.
        88 FIN-TRI-OUI            VALUE "O".
    01 DATE-AAAAMMJJ          PIC 9(08).
    01 DATE-JOUR              PIC X(10).
    01 M                      PIC 99.
    01 T                      PIC 9.
    01 RANG-CLASSEMENT        PIC 9(03) VALUE 0.
    01 NB-ESCOUADES           PIC 9(03) VALUE 0.
    01 NB-PRETES              PIC 9(03) VALUE 0.
    01 NB-DEGRADEES           PIC 9(03) VALUE 0.
    01 NB-INAPTES             PIC 9(03) VALUE 0.

    01 NB-EN-SERVICE          PIC 99.
    01 NB-APTES               PIC 99.
    01 NB-HORS-SERVICE        PIC 99.
    01 NB-INCONNUS            PIC 99.
    01 NB-BLESSES             PIC 99.
    01 NB-SANS-ARME           PIC 99.
    01 NB-ARME-USEE           PIC 99.
    01 NB-RANG-INSUFFISANT    PIC 99.
    01 NB-TYPE-INTERDIT       PIC 99.
    01 NIVEAU-TOTAL           PIC 9(04).
    01 MOTIF-COMMANDANT       PIC X(60).
    01 MEMBRE-APTE            PIC X VALUE "N".
        88 MEMBRE-APTE-OUI        VALUE "O".
    01 ARME-TROUVEE           PIC X VALUE "N".
        88 ARME-TROUVEE-OUI       VALUE "O".
    01 TYPE-PERMIS            PIC X VALUE "N".
        88 TYPE-PERMIS-OUI        VALUE "O".
    01 REMARQUE-POINTEUR      PIC 9(03).
    01 RANG-A-EVALUER         PIC X.
    01 VALEUR-RANG            PIC 9.
    01 VALEUR-RANG-UNITE      PIC 9.
    01 VALEUR-RANG-REQUIS     PIC 9.
    01 COMPTE-EDITE           PIC Z9.
    01 LIBELLE-MOTIF          PIC X(60).

    01 LIGNE-ESCOUADE.
        05 FILLER                PIC X(10) VALUE "ESCOUADE  ".
        05 LE-NOM                PIC X(15).
        05 FILLER                PIC X(14) VALUE "  COMMANDANT :".
        05 FILLER                PIC X(01).
        05 LE-COMMANDANT         PIC X(15).
        05 FILLER                PIC X(12) VALUE "  MEMBRES :".
        05 LE-NB-MEMBRES         PIC Z9.

    01 LIGNE-ENTETE.
        05 FILLER PIC X(17) VALUE "  MEMBRE".
        05 FILLER PIC X(11) VALUE "CLASSE".
        05 FILLER PIC X(04) VALUE "NIV".
        05 FILLER PIC X(09) VALUE "HP/MAX".
        05 FILLER PIC X(11) VALUE "STATUT".
        05 FILLER PIC X(16) VALUE "ARME".
        05 FILLER PIC X(09) VALUE "USES/DUR".
        05 FILLER PIC X(06) VALUE "RANG".
        05 FILLER PIC X(06) VALUE "TYPE".
        05 FILLER PIC X(40) VALUE "REMARQUES".

    01 LIGNE-MEMBRE.
        05 FILLER                PIC X(02).
        05 LM-NOM                PIC X(15).
        05 LM-CLASSE             PIC X(10).
        05 FILLER                PIC X(01).
        05 LM-NIVEAU             PIC Z9.
        05 FILLER                PIC X(02).
        05 LM-HP                 PIC Z9.
        05 FILLER                PIC X(01) VALUE "/".
        05 LM-HP-MAX             PIC Z9.
        05 FILLER                PIC X(04).
        05 LM-STATUT             PIC X(10).
        05 FILLER                PIC X(01).
        05 LM-ARME               PIC X(15).
        05 FILLER                PIC X(01).
        05 LM-USURE              PIC ZZ9.
        05 FILLER                PIC X(01) VALUE "/".
        05 LM-DURABILITE         PIC ZZ9.
        05 FILLER                PIC X(02).
        05 LM-RANG               PIC X.
        05 FILLER                PIC X(01) VALUE "/".
        05 LM-RANG-REQUIS        PIC X.
        05 FILLER                PIC X(03).
        05 LM-TYPE               PIC X(03).
        05 FILLER                PIC X(03).
        05 LM-REMARQUE           PIC X(40).

    01 LIGNE-COTE.
        05 FILLER                PIC X(02).
        05 FILLER                PIC X(14) VALUE "COTE        : ".
        05 LC-COTE               PIC X(10).
        05 FILLER                PIC X(10) VALUE "  APTES : ".
        05 LC-APTES              PIC Z9.
        05 FILLER                PIC X(01) VALUE "/".
        05 LC-MEMBRES            PIC Z9.
        05 FILLER                PIC X(04) VALUE "  (".
        05 LC-TAUX               PIC ZZ9.
        05 FILLER                PIC X(03) VALUE " %)".

    01 LIGNE-MOTIF.
        05 FILLER                PIC X(04).
        05 FILLER                PIC X(02) VALUE "- ".
        05 LMO-TEXTE             PIC X(60).

    01 LIGNE-ENTETE-CLASSEMENT.
        05 FILLER PIC X(06) VALUE "RANG".
        05 FILLER PIC X(17) VALUE "ESCOUADE".
        05 FILLER PIC X(12) VALUE "COTE".
        05 FILLER PIC X(09) VALUE "APTES".
        05 FILLER PIC X(08) VALUE "TAUX".
        05 FILLER PIC X(10) VALUE "NIV.TOTAL".
        05 FILLER PIC X(15) VALUE "COMMANDANT".

    01 LIGNE-CLASSEMENT.
        05 LCL-RANG              PIC ZZ9.
        05 FILLER                PIC X(03).
        05 LCL-NOM               PIC X(15).
        05 FILLER                PIC X(02).
        05 LCL-COTE              PIC X(10).
        05 FILLER                PIC X(02).
        05 LCL-APTES             PIC Z9.
        05 FILLER                PIC X(01) VALUE "/".
        05 LCL-MEMBRES           PIC Z9.
        05 FILLER                PIC X(04).
        05 LCL-TAUX              PIC ZZ9.
        05 FILLER                PIC X(02) VALUE " %".
        05 FILLER                PIC X(03).
        05 LCL-NIVEAU-TOTAL      PIC ZZZ9.
        05 FILLER                PIC X(06).
        05 LCL-COMMANDANT        PIC X(15).

    01 LIGNE-TOTAUX.
        05 FILLER                PIC X(13) VALUE "ESCOUADES :".
        05 LT-ESCOUADES          PIC ZZ9.
        05 FILLER                PIC X(11) VALUE "  PRETES :".
        05 LT-PRETES             PIC ZZ9.
        05 FILLER                PIC X(14) VALUE "  DEGRADEES :".
        05 LT-DEGRADEES          PIC ZZ9.
        05 FILLER                PIC X(12) VALUE "  INAPTES :".
        05 LT-INAPTES            PIC ZZ9.

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    PERFORM OUVRIR-FICHIERS
    PERFORM ECRIRE-ENTETE
    SORT TRIESC
        ON ASCENDING KEY TRI-COTE
        ON DESCENDING KEY TRI-TAUX
        ON DESCENDING KEY TRI-NIVEAU-TOTAL
        ON ASCENDING KEY TRI-NOM-ESCOUADE
        INPUT PROCEDURE IS EXAMINER-ESCOUADES
        OUTPUT PROCEDURE IS ECRIRE-CLASSEMENT
    PERFORM ECRIRE-TOTAUX
    PERFORM FERMER-FICHIERS
    IF NB-INAPTES > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

OUVRIR-FICHIERS.
    OPEN INPUT SQUADMAST
    IF STATUT-SQUADMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier escouades (statut "
            STATUT-SQUADMAST ")"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT UNITMAST
    IF STATUT-UNITMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier unites (statut "
            STATUT-UNITMAST ")"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT WEAPMAST
    IF STATUT-WEAPMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier armes (statut "
            STATUT-WEAPMAST ")"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CLASMAST
    IF STATUT-CLASMAST = "00"
        MOVE "O" TO CLASMAST-DISPONIBLE
    END-IF
    OPEN OUTPUT READYLST
    IF STATUT-READYLST NOT = "00"
        DISPLAY "Erreur ouverture fichier rapport"
    END-IF
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2) "-" DATE-AAAAMMJJ(7:2)
        DELIMITED BY SIZE INTO DATE-JOUR.

ECRIRE-ENTETE.
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "ETAT DE PREPARATION DES ESCOUADES - " DATE-JOUR
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "=" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

EXAMINER-ESCOUADES.
    MOVE LOW-VALUES TO REC-ESC-NOM
    START SQUADMAST KEY IS NOT LESS THAN REC-ESC-NOM
        INVALID KEY MOVE "10" TO STATUT-SQUADMAST
    END-START
    PERFORM UNTIL STATUT-SQUADMAST NOT = "00"
        READ SQUADMAST NEXT RECORD
            AT END MOVE "10" TO STATUT-SQUADMAST
            NOT AT END PERFORM EXAMINER-ESCOUADE
        END-READ
    END-PERFORM.

EXAMINER-ESCOUADE.
    ADD 1 TO NB-ESCOUADES
    MOVE 0 TO NB-EN-SERVICE
    MOVE 0 TO NB-APTES
    MOVE 0 TO NB-HORS-SERVICE
    MOVE 0 TO NB-INCONNUS
    MOVE 0 TO NB-BLESSES
    MOVE 0 TO NB-SANS-ARME
    MOVE 0 TO NB-ARME-USEE
    MOVE 0 TO NB-RANG-INSUFFISANT
    MOVE 0 TO NB-TYPE-INTERDIT
    MOVE 0 TO NIVEAU-TOTAL
    MOVE SPACES TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE REC-ESC-NOM TO LE-NOM
    IF REC-ESC-COMMANDANT = SPACES
        MOVE "(aucun)" TO LE-COMMANDANT
    ELSE
        MOVE REC-ESC-COMMANDANT TO LE-COMMANDANT
    END-IF
    MOVE REC-ESC-NB-MEMBRES TO LE-NB-MEMBRES
    MOVE LIGNE-ESCOUADE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE LIGNE-ENTETE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    PERFORM VARYING M FROM 1 BY 1
            UNTIL M > REC-ESC-NB-MEMBRES OR M > 12
        PERFORM EXAMINER-MEMBRE
    END-PERFORM
    PERFORM EXAMINER-COMMANDANT
    PERFORM COTER-ESCOUADE
    PERFORM ECRIRE-COTE
    RELEASE TRI-RECORD.

EXAMINER-MEMBRE.
    MOVE SPACES TO LM-CLASSE
    MOVE SPACES TO LM-STATUT
    MOVE SPACES TO LM-ARME
    MOVE SPACES TO LM-RANG
    MOVE SPACES TO LM-RANG-REQUIS
    MOVE SPACES TO LM-TYPE
    MOVE SPACES TO LM-REMARQUE
    MOVE 0 TO LM-NIVEAU
    MOVE 0 TO LM-HP
    MOVE 0 TO LM-HP-MAX
    MOVE 0 TO LM-USURE
    MOVE 0 TO LM-DURABILITE
    MOVE 1 TO REMARQUE-POINTEUR
    MOVE "O" TO MEMBRE-APTE
    MOVE REC-ESC-MEMBRE(M) TO LM-NOM
    MOVE REC-ESC-MEMBRE(M) TO REC-NOM-UNITE
    READ UNITMAST
        INVALID KEY
            ADD 1 TO NB-INCONNUS
            MOVE "N" TO MEMBRE-APTE
            MOVE "INCONNU DU FICHIER DES UNITES" TO LM-REMARQUE
        NOT INVALID KEY
            PERFORM EVALUER-MEMBRE
    END-READ
    IF MEMBRE-APTE-OUI
        ADD 1 TO NB-APTES
    END-IF
    MOVE LIGNE-MEMBRE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

EVALUER-MEMBRE.
    MOVE REC-CLASSE-UNITE TO LM-CLASSE
    MOVE REC-NIVEAU-UNITE TO LM-NIVEAU
    MOVE REC-HP-UNITE TO LM-HP
    MOVE REC-HP-MAX-UNITE TO LM-HP-MAX
    EVALUATE TRUE
        WHEN REC-STATUT-ACTIF
            MOVE "ACTIF" TO LM-STATUT
        WHEN REC-STATUT-BLESSE
            MOVE "BLESSE" TO LM-STATUT
        WHEN REC-STATUT-TOMBE
            MOVE "TOMBE" TO LM-STATUT
        WHEN REC-STATUT-RETIRE
            MOVE "RETIRE" TO LM-STATUT
        WHEN OTHER
            MOVE REC-STATUT-UNITE TO LM-STATUT
    END-EVALUATE
    IF NOT REC-STATUT-EN-SERVICE
        ADD 1 TO NB-HORS-SERVICE
        MOVE "N" TO MEMBRE-APTE
        MOVE "HORS SERVICE" TO LIBELLE-MOTIF
        PERFORM AJOUTER-REMARQUE
    ELSE
        ADD 1 TO NB-EN-SERVICE
        ADD REC-NIVEAU-UNITE TO NIVEAU-TOTAL
        IF REC-STATUT-BLESSE OR REC-HP-UNITE < REC-HP-MAX-UNITE
            ADD 1 TO NB-BLESSES
            MOVE "N" TO MEMBRE-APTE
            MOVE "HP INCOMPLETS" TO LIBELLE-MOTIF
            PERFORM AJOUTER-REMARQUE
        END-IF
        PERFORM EVALUER-ARME-MEMBRE
    END-IF.

EVALUER-ARME-MEMBRE.
    MOVE REC-RANG-ARME TO LM-RANG
    IF REC-ARME-UNITE = SPACES
        ADD 1 TO NB-SANS-ARME
        MOVE "N" TO MEMBRE-APTE
        MOVE "(aucune)" TO LM-ARME
        MOVE "---" TO LM-TYPE
        MOVE "SANS ARME" TO LIBELLE-MOTIF
        PERFORM AJOUTER-REMARQUE
    ELSE
        MOVE REC-ARME-UNITE TO LM-ARME
        MOVE REC-ARME-USURE TO LM-USURE
        MOVE "N" TO ARME-TROUVEE
        MOVE REC-ARME-UNITE TO REC-WPN-NOM
        READ WEAPMAST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "O" TO ARME-TROUVEE
        END-READ
        IF NOT ARME-TROUVEE-OUI
            ADD 1 TO NB-SANS-ARME
            MOVE "N" TO MEMBRE-APTE
            MOVE "---" TO LM-TYPE
            MOVE "ARME INCONNUE" TO LIBELLE-MOTIF
            PERFORM AJOUTER-REMARQUE
        ELSE
            PERFORM CONTROLER-ARME-MEMBRE
        END-IF
    END-IF.

CONTROLER-ARME-MEMBRE.
    MOVE REC-WPN-DURABILITE TO LM-DURABILITE
    IF REC-WPN-RANG-REQUIS = SPACE
        MOVE "E" TO LM-RANG-REQUIS
    ELSE
        MOVE REC-WPN-RANG-REQUIS TO LM-RANG-REQUIS
    END-IF
    IF REC-ARME-USURE = 0
        ADD 1 TO NB-ARME-USEE
        MOVE "N" TO MEMBRE-APTE
        MOVE "ARME USEE" TO LIBELLE-MOTIF
        PERFORM AJOUTER-REMARQUE
    ELSE
        IF REC-ARME-USURE * 4 < REC-WPN-DURABILITE
            ADD 1 TO NB-ARME-USEE
            MOVE "N" TO MEMBRE-APTE
            MOVE "USURE FAIBLE" TO LIBELLE-MOTIF
            PERFORM AJOUTER-REMARQUE
        END-IF
    END-IF
    MOVE REC-RANG-ARME TO RANG-A-EVALUER
    PERFORM EVALUER-RANG
    MOVE VALEUR-RANG TO VALEUR-RANG-UNITE
    MOVE REC-WPN-RANG-REQUIS TO RANG-A-EVALUER
    PERFORM EVALUER-RANG
    MOVE VALEUR-RANG TO VALEUR-RANG-REQUIS
    IF VALEUR-RANG-UNITE < VALEUR-RANG-REQUIS
        ADD 1 TO NB-RANG-INSUFFISANT
        MOVE "N" TO MEMBRE-APTE
        MOVE "RANG INSUFFISANT" TO LIBELLE-MOTIF
        PERFORM AJOUTER-REMARQUE
    END-IF
    MOVE "O" TO TYPE-PERMIS
    IF REC-WPN-TYPE NOT = SPACES AND CLASMAST-DISPONIBLE-OUI
        MOVE REC-CLASSE-UNITE TO REC-CLS-NOM
        READ CLASMAST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF REC-CLS-ARMES-PERMISES NOT = SPACES
                    MOVE "N" TO TYPE-PERMIS
                    PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                        IF REC-WPN-TYPE = REC-CLS-TYPE-PERMIS(T)
                            MOVE "O" TO TYPE-PERMIS
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-IF
    IF TYPE-PERMIS-OUI
        MOVE "OK" TO LM-TYPE
    ELSE
        MOVE "NON" TO LM-TYPE
        ADD 1 TO NB-TYPE-INTERDIT
        MOVE "N" TO MEMBRE-APTE
        MOVE "TYPE INTERDIT A LA CLASSE" TO LIBELLE-MOTIF
        PERFORM AJOUTER-REMARQUE
    END-IF.

AJOUTER-REMARQUE.
    IF REMARQUE-POINTEUR > 1
        STRING ", " DELIMITED BY SIZE INTO LM-REMARQUE
            WITH POINTER REMARQUE-POINTEUR
    END-IF
    STRING LIBELLE-MOTIF DELIMITED BY "  " INTO LM-REMARQUE
        WITH POINTER REMARQUE-POINTEUR.

EVALUER-RANG.
    EVALUATE RANG-A-EVALUER
        WHEN "A"
            MOVE 5 TO VALEUR-RANG
        WHEN "B"
            MOVE 4 TO VALEUR-RANG
        WHEN "C"
            MOVE 3 TO VALEUR-RANG
        WHEN "D"
            MOVE 2 TO VALEUR-RANG
        WHEN OTHER
            MOVE 1 TO VALEUR-RANG
    END-EVALUATE.

EXAMINER-COMMANDANT.
    MOVE SPACES TO MOTIF-COMMANDANT
    IF REC-ESC-COMMANDANT = SPACES
        MOVE "Aucun commandant designe" TO MOTIF-COMMANDANT
    ELSE
        MOVE REC-ESC-COMMANDANT TO REC-NOM-UNITE
        READ UNITMAST
            INVALID KEY
                MOVE "Commandant inconnu du fichier des unites"
                    TO MOTIF-COMMANDANT
            NOT INVALID KEY
                IF NOT REC-STATUT-EN-SERVICE
                    STRING "Commandant hors service (statut "
                        REC-STATUT-UNITE ")"
                        DELIMITED BY SIZE INTO MOTIF-COMMANDANT
                ELSE
                    IF REC-STATUT-BLESSE
                        MOVE "Commandant blesse" TO MOTIF-COMMANDANT
                    END-IF
                END-IF
        END-READ
    END-IF.

COTER-ESCOUADE.
    MOVE REC-ESC-NOM TO TRI-NOM-ESCOUADE
    MOVE REC-ESC-COMMANDANT TO TRI-COMMANDANT
    MOVE REC-ESC-NB-MEMBRES TO TRI-NB-MEMBRES
    MOVE NB-APTES TO TRI-NB-APTES
    MOVE NIVEAU-TOTAL TO TRI-NIVEAU-TOTAL
    IF REC-ESC-NB-MEMBRES = 0
        MOVE 0 TO TRI-TAUX
    ELSE
        COMPUTE TRI-TAUX = NB-APTES * 100 / REC-ESC-NB-MEMBRES
    END-IF
    IF REC-ESC-NB-MEMBRES = 0 OR NB-APTES * 2 < REC-ESC-NB-MEMBRES
        MOVE 3 TO TRI-COTE
        MOVE "INAPTE" TO TRI-LIBELLE-COTE
        ADD 1 TO NB-INAPTES
    ELSE
        IF NB-APTES < REC-ESC-NB-MEMBRES OR MOTIF-COMMANDANT NOT = SPACES
            MOVE 2 TO TRI-COTE
            MOVE "DEGRADEE" TO TRI-LIBELLE-COTE
            ADD 1 TO NB-DEGRADEES
        ELSE
            MOVE 1 TO TRI-COTE
            MOVE "PRETE" TO TRI-LIBELLE-COTE
            ADD 1 TO NB-PRETES
        END-IF
    END-IF.

ECRIRE-COTE.
    MOVE SPACES TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE TRI-LIBELLE-COTE TO LC-COTE
    MOVE NB-APTES TO LC-APTES
    MOVE REC-ESC-NB-MEMBRES TO LC-MEMBRES
    MOVE TRI-TAUX TO LC-TAUX
    MOVE LIGNE-COTE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    IF REC-ESC-NB-MEMBRES = 0
        MOVE "Escouade sans membre" TO LMO-TEXTE
        PERFORM ECRIRE-MOTIF
    ELSE
        IF TRI-COTE = 3
            MOVE "Moins de la moitie des membres aptes au combat"
                TO LMO-TEXTE
            PERFORM ECRIRE-MOTIF
        END-IF
    END-IF
    IF MOTIF-COMMANDANT NOT = SPACES
        MOVE MOTIF-COMMANDANT TO LMO-TEXTE
        PERFORM ECRIRE-MOTIF
    END-IF
    IF NB-INCONNUS > 0
        MOVE NB-INCONNUS TO COMPTE-EDITE
        MOVE SPACES TO LMO-TEXTE
        STRING COMPTE-EDITE " membre(s) inconnu(s) du fichier des unites"
            DELIMITED BY SIZE INTO LMO-TEXTE
        PERFORM ECRIRE-MOTIF
    END-IF
    IF NB-HORS-SERVICE > 0
        MOVE NB-HORS-SERVICE TO COMPTE-EDITE
        MOVE SPACES TO LMO-TEXTE
        STRING COMPTE-EDITE " membre(s) hors service (tombe ou retire)"
            DELIMITED BY SIZE INTO LMO-TEXTE
        PERFORM ECRIRE-MOTIF
    END-IF
    IF NB-BLESSES > 0
        MOVE NB-BLESSES TO COMPTE-EDITE
        MOVE SPACES TO LMO-TEXTE
        STRING COMPTE-EDITE " membre(s) sous leurs HP maximum"
            DELIMITED BY SIZE INTO LMO-TEXTE
        PERFORM ECRIRE-MOTIF
    END-IF
    IF NB-SANS-ARME > 0
        MOVE NB-SANS-ARME TO COMPTE-EDITE
        MOVE SPACES TO LMO-TEXTE
        STRING COMPTE-EDITE " membre(s) sans arme utilisable"
            DELIMITED BY SIZE INTO LMO-TEXTE
        PERFORM ECRIRE-MOTIF
    END-IF
    IF NB-ARME-USEE > 0
        MOVE NB-ARME-USEE TO COMPTE-EDITE
        MOVE SPACES TO LMO-TEXTE
        STRING COMPTE-EDITE " arme(s) usee(s) ou a moins d'un quart"
            " de durabilite"
            DELIMITED BY SIZE INTO LMO-TEXTE
        PERFORM ECRIRE-MOTIF
    END-IF
    IF NB-RANG-INSUFFISANT > 0
        MOVE NB-RANG-INSUFFISANT TO COMPTE-EDITE
        MOVE SPACES TO LMO-TEXTE
        STRING COMPTE-EDITE " membre(s) sous le rang requis par leur arme"
            DELIMITED BY SIZE INTO LMO-TEXTE
        PERFORM ECRIRE-MOTIF
    END-IF
    IF NB-TYPE-INTERDIT > 0
        MOVE NB-TYPE-INTERDIT TO COMPTE-EDITE
        MOVE SPACES TO LMO-TEXTE
        STRING COMPTE-EDITE " arme(s) d'un type interdit a la classe"
            DELIMITED BY SIZE INTO LMO-TEXTE
        PERFORM ECRIRE-MOTIF
    END-IF
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

ECRIRE-MOTIF.
    MOVE SPACES TO LIGNE-RAPPORT
    MOVE LIGNE-MOTIF TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

ECRIRE-CLASSEMENT.
    MOVE SPACES TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "CLASSEMENT DES ESCOUADES - " DATE-JOUR
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "=" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE LIGNE-ENTETE-CLASSEMENT TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE "N" TO FIN-TRI
    PERFORM UNTIL FIN-TRI-OUI
        RETURN TRIESC
            AT END MOVE "O" TO FIN-TRI
            NOT AT END PERFORM ECRIRE-LIGNE-CLASSEMENT
        END-RETURN
    END-PERFORM.

ECRIRE-LIGNE-CLASSEMENT.
    ADD 1 TO RANG-CLASSEMENT
    MOVE RANG-CLASSEMENT TO LCL-RANG
    MOVE TRI-NOM-ESCOUADE TO LCL-NOM
    MOVE TRI-LIBELLE-COTE TO LCL-COTE
    MOVE TRI-NB-APTES TO LCL-APTES
    MOVE TRI-NB-MEMBRES TO LCL-MEMBRES
    MOVE TRI-TAUX TO LCL-TAUX
    MOVE TRI-NIVEAU-TOTAL TO LCL-NIVEAU-TOTAL
    IF TRI-COMMANDANT = SPACES
        MOVE "(aucun)" TO LCL-COMMANDANT
    ELSE
        MOVE TRI-COMMANDANT TO LCL-COMMANDANT
    END-IF
    MOVE LIGNE-CLASSEMENT TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

ECRIRE-TOTAUX.
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE NB-ESCOUADES TO LT-ESCOUADES
    MOVE NB-PRETES TO LT-PRETES
    MOVE NB-DEGRADEES TO LT-DEGRADEES
    MOVE NB-INAPTES TO LT-INAPTES
    MOVE LIGNE-TOTAUX TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    DISPLAY "Preparation des escouades : " LT-ESCOUADES " escouades, "
        LT-PRETES " pretes, " LT-DEGRADEES " degradees, " LT-INAPTES
        " inaptes (voir READYLST).".

ECRIRE-LIGNE-RAPPORT.
    WRITE LIGNE-RAPPORT
    IF STATUT-READYLST NOT = "00"
        DISPLAY "Erreur ecriture fichier rapport"
    END-IF.

FERMER-FICHIERS.
    CLOSE SQUADMAST
    CLOSE UNITMAST
    CLOSE WEAPMAST
    IF CLASMAST-DISPONIBLE-OUI
        CLOSE CLASMAST
    END-IF
    CLOSE READYLST.
