IDENTIFICATION DIVISION.
PROGRAM-ID. ESTABREQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ESTABMST ASSIGN TO "ESTABMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-EFF-CLE
        FILE STATUS IS STATUT-ESTABMST.
    SELECT UNITMAST ASSIGN TO "UNITMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-NOM-UNITE
        ALTERNATE RECORD KEY IS REC-CLASSE-UNITE WITH DUPLICATES
        FILE STATUS IS STATUT-UNITMAST.
    SELECT SQUADMAST ASSIGN TO "SQUADMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-ESC-NOM
        FILE STATUS IS STATUT-SQUADMAST.
    SELECT CLASMAST ASSIGN TO "CLASMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-CLS-NOM
        FILE STATUS IS STATUT-CLASMAST.
    SELECT TRESORIE ASSIGN TO "TRESORIE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-TRESORIE.
    SELECT RECRUITS ASSIGN TO "RECRUITS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-RECRUITS.
    SELECT ESTABRPT ASSIGN TO "ESTABRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-ESTABRPT.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RUN-PROGRAMME
        FILE STATUS IS STATUT-RUNCTL.

DATA DIVISION.
FILE SECTION.
FD  ESTABMST.
COPY estabrec.
FD  UNITMAST.
COPY unitrec.
FD  SQUADMAST.
COPY squadrec.
FD  CLASMAST.
COPY classrec.
FD  TRESORIE.
COPY tresrec.
FD  RECRUITS.
    01 RECRUE-RECORD.
        05 RECR-NOM-UNITE         PIC X(15).
        05 RECR-CLASSE-UNITE      PIC X(10).
        05 RECR-NIVEAU-UNITE      PIC 99.
        05 RECR-STATS             PIC X(20).
        05 RECR-ARME-UNITE        PIC X(15).
        05 RECR-ARME-USURE        PIC 9(03).
        05 RECR-EXP-UNITE         PIC 9(03).
FD  ESTABRPT.
    01 LIGNE-RAPPORT          PIC X(132).
FD  RUNCTL.
COPY runctl.

WORKING-STORAGE SECTION.
    01 STATUT-ESTABMST        PIC XX.
    01 STATUT-UNITMAST        PIC XX.
    01 STATUT-SQUADMAST       PIC XX.
    01 STATUT-CLASMAST        PIC XX.
    01 STATUT-TRESORIE        PIC XX.
    01 STATUT-RECRUITS        PIC XX.
    01 STATUT-ESTABRPT        PIC XX.
    01 STATUT-RUNCTL          PIC XX.
    01 CLASMAST-DISPONIBLE    PIC X VALUE "N".
        88 CLASMAST-DISPONIBLE-OUI VALUE "O".
    01 SQUADMAST-DISPONIBLE   PIC X VALUE "N".
        88 SQUADMAST-DISPONIBLE-OUI VALUE "O".
    01 SOLDE-TRESORERIE       PIC S9(09) VALUE 0.
    01 SOLDE-RESTANT          PIC S9(09) VALUE 0.
    01 PERIODE-RUN            PIC X(10).
    01 REPONSE-REPRISE        PIC X(06).
    01 RUNCTL-PRESENT         PIC X VALUE "N".
        88 RUNCTL-PRESENT-OUI     VALUE "O".
    01 REPRISE-FORCEE         PIC X VALUE "N".
        88 REPRISE-FORCEE-OUI     VALUE "O".
    01 HEURE-ACTUELLE         PIC 9(08).
    01 DATE-AAAAMMJJ          PIC 9(08).
    01 DATE-JOUR              PIC X(10).

    01 C                      PIC 9(03).
    01 S                      PIC 9(03).
    01 M                      PIC 99.
    01 N                      PIC 9(03).
    01 CLASSE-CHERCHEE        PIC X(10).
    01 NB-LUES                PIC 9(05) VALUE 0.
    01 NB-FICHES              PIC 9(05) VALUE 0.
    01 NB-ANOMALIES           PIC 9(05) VALUE 0.
    01 NB-RECRUES             PIC 9(05) VALUE 0.
    01 NB-FINANCEES           PIC 9(05) VALUE 0.
    01 NB-NON-FINANCEES       PIC 9(05) VALUE 0.
    01 TOTAL-AUTORISE         PIC 9(05) VALUE 0.
    01 TOTAL-EN-SERVICE       PIC 9(05) VALUE 0.
    01 TOTAL-MANQUE           PIC 9(05) VALUE 0.
    01 TOTAL-SURNOMBRE        PIC 9(05) VALUE 0.
    01 COUT-RECRUE            PIC 9(05).
    01 COUT-ESTIME            PIC 9(09) VALUE 0.
    01 COUT-CUMULE            PIC 9(09) VALUE 0.
    01 SEQUENCE-RECRUE        PIC 9(03).
    01 NOM-RECRUE             PIC X(15).
    01 NOM-LIBRE              PIC X VALUE "N".
        88 NOM-LIBRE-OUI          VALUE "O".
    01 REMARQUE               PIC X(40).

    01 NB-CLASSES             PIC 9(03) VALUE 0.
    01 EFFECTIFS-CLASSES.
        05 EFFECTIF-CLASSE OCCURS 100 TIMES.
            10 CL-CLASSE          PIC X(10).
            10 CL-ARMEE-DEFINIE   PIC X.
                88 CL-ARMEE-DEFINIE-OUI VALUE "O".
            10 CL-CIBLE-ARMEE     PIC 9(03).
            10 CL-CIBLE-ESCOUADES PIC 9(04).
            10 CL-CIBLE           PIC 9(04).
            10 CL-EN-SERVICE      PIC 9(04).
            10 CL-MANQUE          PIC 9(04).
            10 CL-SURNOMBRE       PIC 9(04).
            10 CL-COUT-UNITAIRE   PIC 9(05).
            10 CL-CONNUE          PIC X.
                88 CL-CONNUE-OUI      VALUE "O".

    01 NB-LIGNES-ESCOUADE     PIC 9(03) VALUE 0.
    01 EFFECTIFS-ESCOUADES.
        05 EFFECTIF-ESCOUADE OCCURS 300 TIMES.
            10 ES-ESCOUADE        PIC X(15).
            10 ES-CLASSE          PIC X(10).
            10 ES-CIBLE           PIC 9(03).
            10 ES-PRESENTS        PIC 9(03).
            10 ES-TROUVEE         PIC X.
                88 ES-TROUVEE-OUI     VALUE "O".

    01 LIGNE-SECTION          PIC X(60).

    01 LIGNE-ENTETE-CLASSE.
        05 FILLER PIC X(11) VALUE "CLASSE".
        05 FILLER PIC X(10) VALUE "AUTORISE".
        05 FILLER PIC X(11) VALUE "EN SERVICE".
        05 FILLER PIC X(08) VALUE "MANQUE".
        05 FILLER PIC X(11) VALUE "SURNOMBRE".
        05 FILLER PIC X(11) VALUE "COUT UNIT.".
        05 FILLER PIC X(13) VALUE "COUT ESTIME".
        05 FILLER PIC X(40) VALUE "REMARQUES".

    01 LIGNE-CLASSE.
        05 LC-CLASSE             PIC X(10).
        05 FILLER                PIC X(03).
        05 LC-AUTORISE           PIC ZZZ9.
        05 FILLER                PIC X(06).
        05 LC-EN-SERVICE         PIC ZZZ9.
        05 FILLER                PIC X(04).
        05 LC-MANQUE             PIC ZZZ9.
        05 FILLER                PIC X(06).
        05 LC-SURNOMBRE          PIC ZZZ9.
        05 FILLER                PIC X(05).
        05 LC-COUT-UNITAIRE      PIC ZZZZ9.
        05 FILLER                PIC X(06).
        05 LC-COUT-ESTIME        PIC ZZZZZZZZ9.
        05 FILLER                PIC X(04).
        05 LC-REMARQUE           PIC X(40).

    01 LIGNE-ENTETE-ESCOUADE.
        05 FILLER PIC X(17) VALUE "ESCOUADE".
        05 FILLER PIC X(11) VALUE "CLASSE".
        05 FILLER PIC X(10) VALUE "AUTORISE".
        05 FILLER PIC X(10) VALUE "PRESENTS".
        05 FILLER PIC X(08) VALUE "MANQUE".
        05 FILLER PIC X(11) VALUE "SURNOMBRE".
        05 FILLER PIC X(40) VALUE "REMARQUES".

    01 LIGNE-ESCOUADE.
        05 LS-ESCOUADE           PIC X(15).
        05 FILLER                PIC X(02).
        05 LS-CLASSE             PIC X(10).
        05 FILLER                PIC X(04).
        05 LS-AUTORISE           PIC ZZ9.
        05 FILLER                PIC X(07).
        05 LS-PRESENTS           PIC ZZ9.
        05 FILLER                PIC X(05).
        05 LS-MANQUE             PIC ZZ9.
        05 FILLER                PIC X(07).
        05 LS-SURNOMBRE          PIC ZZ9.
        05 FILLER                PIC X(05).
        05 LS-REMARQUE           PIC X(40).

    01 LIGNE-ENTETE-RECRUE.
        05 FILLER PIC X(17) VALUE "NOM PROPOSE".
        05 FILLER PIC X(11) VALUE "CLASSE".
        05 FILLER PIC X(08) VALUE "COUT".
        05 FILLER PIC X(12) VALUE "CUMUL".
        05 FILLER PIC X(10) VALUE "FINANCEE".

    01 LIGNE-RECRUE.
        05 LR-NOM                PIC X(15).
        05 FILLER                PIC X(02).
        05 LR-CLASSE             PIC X(10).
        05 FILLER                PIC X(01).
        05 LR-COUT               PIC ZZZZ9.
        05 FILLER                PIC X(03).
        05 LR-CUMUL              PIC ZZZZZZZZ9.
        05 FILLER                PIC X(03).
        05 LR-FINANCEE           PIC X(03).

    01 LIGNE-TOTAUX.
        05 FILLER                PIC X(12) VALUE "AUTORISE :".
        05 LT-AUTORISE           PIC ZZZZ9.
        05 FILLER                PIC X(15) VALUE "  EN SERVICE :".
        05 LT-EN-SERVICE         PIC ZZZZ9.
        05 FILLER                PIC X(11) VALUE "  MANQUE :".
        05 LT-MANQUE             PIC ZZZZ9.
        05 FILLER                PIC X(14) VALUE "  SURNOMBRE :".
        05 LT-SURNOMBRE          PIC ZZZZ9.

    01 LIGNE-FINANCEMENT.
        05 FILLER                PIC X(14) VALUE "COUT ESTIME :".
        05 LF-COUT-ESTIME        PIC ZZZZZZZZ9.
        05 FILLER                PIC X(15) VALUE "  TRESORERIE :".
        05 LF-SOLDE              PIC -ZZZZZZZZ9.
        05 FILLER                PIC X(13) VALUE "  FINANCEES :".
        05 LF-FINANCEES          PIC ZZZZ9.
        05 FILLER                PIC X(04) VALUE " SUR".
        05 LF-RECRUES            PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    PERFORM CONTROLER-REPRISE
    PERFORM OUVRIR-FICHIERS
    PERFORM ECRIRE-ENTETE
    PERFORM CHARGER-EFFECTIFS
    PERFORM COMPTER-UNITES
    PERFORM COMPTER-ESCOUADES
    PERFORM ECRIRE-EFFECTIFS-CLASSES
    PERFORM ECRIRE-EFFECTIFS-ESCOUADES
    PERFORM ECRIRE-DEMANDES
    PERFORM ECRIRE-TOTAUX
    PERFORM FERMER-FICHIERS
    PERFORM ENREGISTRER-FIN-RUN
    STOP RUN.

OUVRIR-FICHIERS.
    OPEN INPUT ESTABMST
    IF STATUT-ESTABMST NOT = "00"
        DISPLAY "Erreur ouverture fichier effectifs autorises (statut "
            STATUT-ESTABMST ")"
        MOVE 12 TO RETURN-CODE
        PERFORM ENREGISTRER-FIN-RUN
        STOP RUN
    END-IF
    OPEN INPUT UNITMAST
    IF STATUT-UNITMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier unites (statut "
            STATUT-UNITMAST ")"
        MOVE 12 TO RETURN-CODE
        PERFORM ENREGISTRER-FIN-RUN
        STOP RUN
    END-IF
    OPEN INPUT SQUADMAST
    IF STATUT-SQUADMAST = "00"
        MOVE "O" TO SQUADMAST-DISPONIBLE
    END-IF
    OPEN INPUT CLASMAST
    IF STATUT-CLASMAST = "00"
        MOVE "O" TO CLASMAST-DISPONIBLE
    END-IF
    PERFORM CHARGER-TRESORERIE
    MOVE SOLDE-TRESORERIE TO SOLDE-RESTANT
    OPEN OUTPUT RECRUITS
    IF STATUT-RECRUITS NOT = "00"
        DISPLAY "Erreur ouverture fichier recrues (statut "
            STATUT-RECRUITS ")"
        MOVE 12 TO RETURN-CODE
        PERFORM ENREGISTRER-FIN-RUN
        STOP RUN
    END-IF
    OPEN OUTPUT ESTABRPT
    IF STATUT-ESTABRPT NOT = "00"
        DISPLAY "Erreur ouverture fichier rapport"
    END-IF
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2) "-" DATE-AAAAMMJJ(7:2)
        DELIMITED BY SIZE INTO DATE-JOUR.

ECRIRE-ENTETE.
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "EFFECTIFS AUTORISES ET DEMANDES DE RECRUTEMENT - " DATE-JOUR
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "=" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

CHARGER-EFFECTIFS.
    MOVE LOW-VALUES TO REC-EFF-CLE
    START ESTABMST KEY IS NOT LESS THAN REC-EFF-CLE
        INVALID KEY MOVE "10" TO STATUT-ESTABMST
    END-START
    PERFORM UNTIL STATUT-ESTABMST NOT = "00"
        READ ESTABMST NEXT RECORD
            AT END MOVE "10" TO STATUT-ESTABMST
            NOT AT END PERFORM CHARGER-FICHE-EFFECTIF
        END-READ
    END-PERFORM.

CHARGER-FICHE-EFFECTIF.
    ADD 1 TO NB-FICHES
    MOVE REC-EFF-CLASSE TO CLASSE-CHERCHEE
    PERFORM TROUVER-CLASSE
    IF C > 0
        IF REC-EFF-ESCOUADE = SPACES
            MOVE "O" TO CL-ARMEE-DEFINIE(C)
            MOVE REC-EFF-CIBLE TO CL-CIBLE-ARMEE(C)
        ELSE
            ADD REC-EFF-CIBLE TO CL-CIBLE-ESCOUADES(C)
            IF NB-LIGNES-ESCOUADE < 300
                ADD 1 TO NB-LIGNES-ESCOUADE
                MOVE REC-EFF-ESCOUADE TO ES-ESCOUADE(NB-LIGNES-ESCOUADE)
                MOVE REC-EFF-CLASSE TO ES-CLASSE(NB-LIGNES-ESCOUADE)
                MOVE REC-EFF-CIBLE TO ES-CIBLE(NB-LIGNES-ESCOUADE)
                MOVE 0 TO ES-PRESENTS(NB-LIGNES-ESCOUADE)
                MOVE "N" TO ES-TROUVEE(NB-LIGNES-ESCOUADE)
            ELSE
                DISPLAY "Table des effectifs par escouade pleine, fiche "
                    REC-EFF-ESCOUADE " " REC-EFF-CLASSE " ignoree."
                ADD 1 TO NB-ANOMALIES
            END-IF
        END-IF
    END-IF.

TROUVER-CLASSE.
    MOVE 0 TO C
    PERFORM VARYING N FROM 1 BY 1 UNTIL N > NB-CLASSES OR C > 0
        IF CL-CLASSE(N) = CLASSE-CHERCHEE
            MOVE N TO C
        END-IF
    END-PERFORM
    IF C = 0
        IF NB-CLASSES < 100
            ADD 1 TO NB-CLASSES
            MOVE NB-CLASSES TO C
            MOVE CLASSE-CHERCHEE TO CL-CLASSE(C)
            MOVE "N" TO CL-ARMEE-DEFINIE(C)
            MOVE 0 TO CL-CIBLE-ARMEE(C)
            MOVE 0 TO CL-CIBLE-ESCOUADES(C)
            MOVE 0 TO CL-CIBLE(C)
            MOVE 0 TO CL-EN-SERVICE(C)
            MOVE 0 TO CL-MANQUE(C)
            MOVE 0 TO CL-SURNOMBRE(C)
            PERFORM EVALUER-COUT-CLASSE
        ELSE
            DISPLAY "Table des classes pleine, classe " CLASSE-CHERCHEE
                " ignoree."
            ADD 1 TO NB-ANOMALIES
        END-IF
    END-IF.

EVALUER-COUT-CLASSE.
    MOVE 100 TO CL-COUT-UNITAIRE(C)
    MOVE "O" TO CL-CONNUE(C)
    IF CLASMAST-DISPONIBLE-OUI
        MOVE CL-CLASSE(C) TO REC-CLS-NOM
        READ CLASMAST
            INVALID KEY
                MOVE "N" TO CL-CONNUE(C)
            NOT INVALID KEY
                IF REC-CLS-SOLDE-BASSE IS NUMERIC
                        AND REC-CLS-SOLDE-BASSE > 0
                    MOVE REC-CLS-SOLDE-BASSE TO CL-COUT-UNITAIRE(C)
                END-IF
        END-READ
    END-IF.

COMPTER-UNITES.
    MOVE LOW-VALUES TO REC-NOM-UNITE
    START UNITMAST KEY IS NOT LESS THAN REC-NOM-UNITE
        INVALID KEY MOVE "10" TO STATUT-UNITMAST
    END-START
    PERFORM UNTIL STATUT-UNITMAST NOT = "00"
        READ UNITMAST NEXT RECORD
            AT END MOVE "10" TO STATUT-UNITMAST
            NOT AT END
                ADD 1 TO NB-LUES
                IF REC-STATUT-EN-SERVICE
                    MOVE REC-CLASSE-UNITE TO CLASSE-CHERCHEE
                    PERFORM TROUVER-CLASSE
                    IF C > 0
                        ADD 1 TO CL-EN-SERVICE(C)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

COMPTER-ESCOUADES.
    PERFORM VARYING S FROM 1 BY 1 UNTIL S > NB-LIGNES-ESCOUADE
        IF SQUADMAST-DISPONIBLE-OUI
            MOVE ES-ESCOUADE(S) TO REC-ESC-NOM
            READ SQUADMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "O" TO ES-TROUVEE(S)
                    PERFORM COMPTER-MEMBRES-ESCOUADE
            END-READ
        END-IF
    END-PERFORM.

COMPTER-MEMBRES-ESCOUADE.
    PERFORM VARYING M FROM 1 BY 1
            UNTIL M > REC-ESC-NB-MEMBRES OR M > 12
        MOVE REC-ESC-MEMBRE(M) TO REC-NOM-UNITE
        READ UNITMAST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF REC-STATUT-EN-SERVICE
                        AND REC-CLASSE-UNITE = ES-CLASSE(S)
                    ADD 1 TO ES-PRESENTS(S)
                END-IF
        END-READ
    END-PERFORM.

ECRIRE-EFFECTIFS-CLASSES.
    MOVE SPACES TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE "EFFECTIFS PAR CLASSE (UNITES EN SERVICE, STATUT A OU B)"
        TO LIGNE-SECTION
    PERFORM ECRIRE-TITRE-SECTION
    MOVE LIGNE-ENTETE-CLASSE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    PERFORM VARYING C FROM 1 BY 1 UNTIL C > NB-CLASSES
        PERFORM EVALUER-ECART-CLASSE
        PERFORM ECRIRE-LIGNE-CLASSE
    END-PERFORM.

EVALUER-ECART-CLASSE.
    MOVE SPACES TO REMARQUE
    IF CL-ARMEE-DEFINIE-OUI(C)
        MOVE CL-CIBLE-ARMEE(C) TO CL-CIBLE(C)
        IF CL-CIBLE-ESCOUADES(C) > CL-CIBLE-ARMEE(C)
            MOVE CL-CIBLE-ESCOUADES(C) TO CL-CIBLE(C)
            MOVE "Cible armee < somme des escouades" TO REMARQUE
            ADD 1 TO NB-ANOMALIES
        END-IF
    ELSE
        MOVE CL-CIBLE-ESCOUADES(C) TO CL-CIBLE(C)
    END-IF
    MOVE 0 TO CL-MANQUE(C)
    MOVE 0 TO CL-SURNOMBRE(C)
    IF NOT CL-ARMEE-DEFINIE-OUI(C) AND CL-CIBLE-ESCOUADES(C) = 0
        MOVE "Aucun effectif autorise defini" TO REMARQUE
    ELSE
        IF CL-EN-SERVICE(C) < CL-CIBLE(C)
            COMPUTE CL-MANQUE(C) = CL-CIBLE(C) - CL-EN-SERVICE(C)
        ELSE
            COMPUTE CL-SURNOMBRE(C) = CL-EN-SERVICE(C) - CL-CIBLE(C)
        END-IF
        ADD CL-CIBLE(C) TO TOTAL-AUTORISE
        ADD CL-EN-SERVICE(C) TO TOTAL-EN-SERVICE
        ADD CL-MANQUE(C) TO TOTAL-MANQUE
        ADD CL-SURNOMBRE(C) TO TOTAL-SURNOMBRE
        IF NOT CL-CONNUE-OUI(C)
            MOVE "Classe inconnue de CLASMAST, pas de demande"
                TO REMARQUE
            ADD 1 TO NB-ANOMALIES
        END-IF
    END-IF.

ECRIRE-LIGNE-CLASSE.
    MOVE CL-CLASSE(C) TO LC-CLASSE
    MOVE CL-CIBLE(C) TO LC-AUTORISE
    MOVE CL-EN-SERVICE(C) TO LC-EN-SERVICE
    MOVE CL-MANQUE(C) TO LC-MANQUE
    MOVE CL-SURNOMBRE(C) TO LC-SURNOMBRE
    MOVE CL-COUT-UNITAIRE(C) TO LC-COUT-UNITAIRE
    IF CL-CONNUE-OUI(C)
        COMPUTE LC-COUT-ESTIME = CL-COUT-UNITAIRE(C) * CL-MANQUE(C)
    ELSE
        MOVE 0 TO LC-COUT-ESTIME
    END-IF
    MOVE REMARQUE TO LC-REMARQUE
    MOVE LIGNE-CLASSE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

ECRIRE-EFFECTIFS-ESCOUADES.
    IF NB-LIGNES-ESCOUADE > 0
        MOVE SPACES TO LIGNE-RAPPORT
        PERFORM ECRIRE-LIGNE-RAPPORT
        MOVE "EFFECTIFS PAR ESCOUADE" TO LIGNE-SECTION
        PERFORM ECRIRE-TITRE-SECTION
        MOVE LIGNE-ENTETE-ESCOUADE TO LIGNE-RAPPORT
        PERFORM ECRIRE-LIGNE-RAPPORT
        MOVE ALL "-" TO LIGNE-RAPPORT
        PERFORM ECRIRE-LIGNE-RAPPORT
        PERFORM VARYING S FROM 1 BY 1 UNTIL S > NB-LIGNES-ESCOUADE
            PERFORM ECRIRE-LIGNE-ESCOUADE
        END-PERFORM
    END-IF.

ECRIRE-LIGNE-ESCOUADE.
    MOVE ES-ESCOUADE(S) TO LS-ESCOUADE
    MOVE ES-CLASSE(S) TO LS-CLASSE
    MOVE ES-CIBLE(S) TO LS-AUTORISE
    MOVE ES-PRESENTS(S) TO LS-PRESENTS
    MOVE 0 TO LS-MANQUE
    MOVE 0 TO LS-SURNOMBRE
    MOVE SPACES TO LS-REMARQUE
    IF ES-TROUVEE-OUI(S)
        IF ES-PRESENTS(S) < ES-CIBLE(S)
            COMPUTE LS-MANQUE = ES-CIBLE(S) - ES-PRESENTS(S)
        ELSE
            COMPUTE LS-SURNOMBRE = ES-PRESENTS(S) - ES-CIBLE(S)
        END-IF
    ELSE
        MOVE "Escouade inconnue de SQUADMAST" TO LS-REMARQUE
        ADD 1 TO NB-ANOMALIES
    END-IF
    MOVE LIGNE-ESCOUADE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

ECRIRE-DEMANDES.
    MOVE SPACES TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE "DEMANDES DE RECRUTEMENT ECRITES DANS RECRUITS" TO LIGNE-SECTION
    PERFORM ECRIRE-TITRE-SECTION
    MOVE LIGNE-ENTETE-RECRUE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    PERFORM VARYING C FROM 1 BY 1 UNTIL C > NB-CLASSES
        IF CL-MANQUE(C) > 0 AND CL-CONNUE-OUI(C)
            MOVE 0 TO SEQUENCE-RECRUE
            PERFORM VARYING N FROM 1 BY 1 UNTIL N > CL-MANQUE(C)
                PERFORM ECRIRE-DEMANDE-RECRUE
            END-PERFORM
        END-IF
    END-PERFORM
    IF NB-RECRUES = 0
        MOVE SPACES TO LIGNE-RAPPORT
        MOVE "Aucune demande : tous les effectifs sont atteints."
            TO LIGNE-RAPPORT
        PERFORM ECRIRE-LIGNE-RAPPORT
    END-IF.

ECRIRE-DEMANDE-RECRUE.
    PERFORM CHOISIR-NOM-RECRUE
    IF NOT NOM-LIBRE-OUI
        DISPLAY "Plus de nom disponible pour la classe " CL-CLASSE(C)
        ADD 1 TO NB-ANOMALIES
    ELSE
        MOVE NOM-RECRUE TO RECR-NOM-UNITE
        MOVE CL-CLASSE(C) TO RECR-CLASSE-UNITE
        MOVE 1 TO RECR-NIVEAU-UNITE
        MOVE ZEROS TO RECR-STATS
        MOVE SPACES TO RECR-ARME-UNITE
        MOVE 0 TO RECR-ARME-USURE
        MOVE 0 TO RECR-EXP-UNITE
        WRITE RECRUE-RECORD
        IF STATUT-RECRUITS NOT = "00"
            DISPLAY "Erreur ecriture fichier recrues"
            ADD 1 TO NB-ANOMALIES
        ELSE
            ADD 1 TO NB-RECRUES
            MOVE CL-COUT-UNITAIRE(C) TO COUT-RECRUE
            ADD COUT-RECRUE TO COUT-ESTIME
            ADD COUT-RECRUE TO COUT-CUMULE
            MOVE NOM-RECRUE TO LR-NOM
            MOVE CL-CLASSE(C) TO LR-CLASSE
            MOVE COUT-RECRUE TO LR-COUT
            MOVE COUT-CUMULE TO LR-CUMUL
            IF COUT-RECRUE <= SOLDE-RESTANT
                SUBTRACT COUT-RECRUE FROM SOLDE-RESTANT
                ADD 1 TO NB-FINANCEES
                MOVE "OUI" TO LR-FINANCEE
            ELSE
                ADD 1 TO NB-NON-FINANCEES
                MOVE "NON" TO LR-FINANCEE
            END-IF
            MOVE LIGNE-RECRUE TO LIGNE-RAPPORT
            PERFORM ECRIRE-LIGNE-RAPPORT
        END-IF
    END-IF.

CHOISIR-NOM-RECRUE.
    MOVE "N" TO NOM-LIBRE
    PERFORM UNTIL NOM-LIBRE-OUI OR SEQUENCE-RECRUE >= 999
        ADD 1 TO SEQUENCE-RECRUE
        MOVE SPACES TO NOM-RECRUE
        STRING FUNCTION TRIM(CL-CLASSE(C)) "-" SEQUENCE-RECRUE
            DELIMITED BY SIZE INTO NOM-RECRUE
        MOVE NOM-RECRUE TO REC-NOM-UNITE
        READ UNITMAST
            INVALID KEY
                MOVE "O" TO NOM-LIBRE
            NOT INVALID KEY
                CONTINUE
        END-READ
    END-PERFORM.

ECRIRE-TOTAUX.
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE TOTAL-AUTORISE TO LT-AUTORISE
    MOVE TOTAL-EN-SERVICE TO LT-EN-SERVICE
    MOVE TOTAL-MANQUE TO LT-MANQUE
    MOVE TOTAL-SURNOMBRE TO LT-SURNOMBRE
    MOVE LIGNE-TOTAUX TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE COUT-ESTIME TO LF-COUT-ESTIME
    MOVE SOLDE-TRESORERIE TO LF-SOLDE
    MOVE NB-FINANCEES TO LF-FINANCEES
    MOVE NB-RECRUES TO LF-RECRUES
    MOVE LIGNE-FINANCEMENT TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    IF NB-NON-FINANCEES > 0
        STRING "ATTENTION : la tresorerie ne couvre pas le cout estime, "
            "RECRUITB rejettera les recrues non financees."
            DELIMITED BY SIZE INTO LIGNE-RAPPORT
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE "Tresorerie suffisante pour le cout estime du recrutement."
            TO LIGNE-RAPPORT
    END-IF
    PERFORM ECRIRE-LIGNE-RAPPORT
    IF NB-ANOMALIES > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    DISPLAY "Effectifs autorises : " LT-MANQUE " manquant(s), "
        LT-SURNOMBRE " en surnombre, " LF-RECRUES
        " demande(s) ecrite(s) dans RECRUITS (voir ESTABRPT)."
    IF NB-NON-FINANCEES > 0
        DISPLAY "ATTENTION : cout estime " LF-COUT-ESTIME
            " superieur a la tresorerie " LF-SOLDE "."
    END-IF.

ECRIRE-TITRE-SECTION.
    MOVE SPACES TO LIGNE-RAPPORT
    MOVE LIGNE-SECTION TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

ECRIRE-LIGNE-RAPPORT.
    WRITE LIGNE-RAPPORT
    IF STATUT-ESTABRPT NOT = "00"
        DISPLAY "Erreur ecriture fichier rapport"
    END-IF.

CHARGER-TRESORERIE.
    MOVE 0 TO SOLDE-TRESORERIE
    OPEN INPUT TRESORIE
    IF STATUT-TRESORIE = "00"
        READ TRESORIE
            AT END
                CONTINUE
            NOT AT END
                IF TRE-SOLDE IS NUMERIC
                    MOVE TRE-SOLDE TO SOLDE-TRESORERIE
                END-IF
        END-READ
        CLOSE TRESORIE
    END-IF.

FERMER-FICHIERS.
    CLOSE ESTABMST
    CLOSE UNITMAST
    IF SQUADMAST-DISPONIBLE-OUI
        CLOSE SQUADMAST
    END-IF
    IF CLASMAST-DISPONIBLE-OUI
        CLOSE CLASMAST
    END-IF
    CLOSE RECRUITS
    CLOSE ESTABRPT.

CONTROLER-REPRISE.
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    MOVE SPACES TO PERIODE-RUN
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2)
        DELIMITED BY SIZE INTO PERIODE-RUN
    OPEN I-O RUNCTL
    IF STATUT-RUNCTL = "35"
        OPEN OUTPUT RUNCTL
        CLOSE RUNCTL
        OPEN I-O RUNCTL
    END-IF
    IF STATUT-RUNCTL NOT = "00"
        DISPLAY "Erreur ouverture fichier controle des traitements (statut "
            STATUT-RUNCTL ")"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO RUNCTL-PRESENT
    MOVE "N" TO REPRISE-FORCEE
    MOVE "ESTABREQ" TO RUN-PROGRAMME
    READ RUNCTL
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "O" TO RUNCTL-PRESENT
    END-READ
    IF RUNCTL-PRESENT-OUI AND RUN-TERMINE
            AND PERIODE-RUN <= RUN-PERIODE
        DISPLAY "Periode " PERIODE-RUN " deja traitee (dernier passage "
            "complet : " RUN-PERIODE " le " RUN-DATE ")."
        DISPLAY "Taper FORCER pour relancer malgre tout : "
        ACCEPT REPONSE-REPRISE
        IF FUNCTION UPPER-CASE(REPONSE-REPRISE) NOT = "FORCER"
            DISPLAY "Execution refusee, periode deja traitee."
            CLOSE RUNCTL
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "O" TO REPRISE-FORCEE
    END-IF
    IF NOT RUNCTL-PRESENT-OUI OR PERIODE-RUN > RUN-PERIODE
        MOVE PERIODE-RUN TO RUN-PERIODE
    END-IF
    MOVE "ESTABREQ" TO RUN-PROGRAMME
    MOVE "E" TO RUN-STATUT
    MOVE SPACES TO RUN-DATE
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2) "-" DATE-AAAAMMJJ(7:2)
        DELIMITED BY SIZE INTO RUN-DATE
    ACCEPT HEURE-ACTUELLE FROM TIME
    MOVE SPACES TO RUN-HEURE-DEBUT
    STRING HEURE-ACTUELLE(1:2) ":" HEURE-ACTUELLE(3:2) ":"
        HEURE-ACTUELLE(5:2) DELIMITED BY SIZE INTO RUN-HEURE-DEBUT
    MOVE SPACES TO RUN-HEURE-FIN
    MOVE 0 TO RUN-NB-LUS
    MOVE 0 TO RUN-NB-TRAITES
    MOVE 0 TO RUN-NB-ANOMALIES
    MOVE 0 TO RUN-CODE-RETOUR
    MOVE REPRISE-FORCEE TO RUN-FORCE
    IF RUNCTL-PRESENT-OUI
        REWRITE RUNCTL-RECORD
            INVALID KEY
                DISPLAY "Erreur mise a jour fichier controle des traitements"
        END-REWRITE
    ELSE
        WRITE RUNCTL-RECORD
            INVALID KEY
                DISPLAY "Erreur ecriture fichier controle des traitements"
        END-WRITE
    END-IF
    CLOSE RUNCTL.

ENREGISTRER-FIN-RUN.
    OPEN I-O RUNCTL
    IF STATUT-RUNCTL NOT = "00"
        DISPLAY "Erreur ouverture fichier controle des traitements (statut "
            STATUT-RUNCTL ")"
    ELSE
        MOVE "ESTABREQ" TO RUN-PROGRAMME
        READ RUNCTL
            INVALID KEY
                DISPLAY "Fiche de controle ESTABREQ introuvable."
            NOT INVALID KEY
                IF RETURN-CODE >= 12
                    MOVE "A" TO RUN-STATUT
                ELSE
                    MOVE "T" TO RUN-STATUT
                END-IF
                ACCEPT HEURE-ACTUELLE FROM TIME
                MOVE SPACES TO RUN-HEURE-FIN
                STRING HEURE-ACTUELLE(1:2) ":" HEURE-ACTUELLE(3:2) ":"
                    HEURE-ACTUELLE(5:2) DELIMITED BY SIZE INTO RUN-HEURE-FIN
                MOVE NB-LUES TO RUN-NB-LUS
                MOVE NB-RECRUES TO RUN-NB-TRAITES
                MOVE NB-ANOMALIES TO RUN-NB-ANOMALIES
                MOVE RETURN-CODE TO RUN-CODE-RETOUR
                REWRITE RUNCTL-RECORD
                    INVALID KEY
                        DISPLAY "Erreur mise a jour fichier controle"
                            " des traitements"
                END-REWRITE
        END-READ
        CLOSE RUNCTL
    END-IF.
