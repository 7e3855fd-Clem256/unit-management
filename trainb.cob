IDENTIFICATION DIVISION.
PROGRAM-ID. TRAINB.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SEANCES ASSIGN TO "SEANCES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-SEANCES.
    SELECT UNITMAST ASSIGN TO "UNITMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-NOM-UNITE
        ALTERNATE RECORD KEY IS REC-CLASSE-UNITE WITH DUPLICATES
        FILE STATUS IS STATUT-UNITMAST.
    SELECT CLASMAST ASSIGN TO "CLASMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-CLS-NOM
        FILE STATUS IS STATUT-CLASMAST.
    SELECT SQUADMAST ASSIGN TO "SQUADMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-ESC-NOM
        FILE STATUS IS STATUT-SQUADMAST.
    SELECT HISTFILE ASSIGN TO "HISTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-HISTFILE.
    SELECT TRAINEXC ASSIGN TO "TRAINEXC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-TRAINEXC.
    SELECT JOURNAL ASSIGN TO "JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-JOURNAL.
    SELECT TRESORIE ASSIGN TO "TRESORIE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-TRESORIE.
    SELECT LEDGER ASSIGN TO "LEDGER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-LEDGER.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RUN-PROGRAMME
        FILE STATUS IS STATUT-RUNCTL.

DATA DIVISION.
FILE SECTION.
FD  SEANCES.
    01 SEANCE-RECORD.
        05 SEA-TYPE-CIBLE         PIC X.
        05 SEA-CIBLE              PIC X(15).
        05 SEA-EXERCICE           PIC X(10).
FD  UNITMAST.
COPY unitrec.
FD  CLASMAST.
COPY classrec.
FD  SQUADMAST.
COPY squadrec.
FD  HISTFILE.
COPY histrec.
FD  TRAINEXC.
    01 LIGNE-EXCEPTION        PIC X(132).
FD  JOURNAL.
COPY jrnlrec.
FD  TRESORIE.
COPY tresrec.
FD  LEDGER.
COPY ledgrec.
FD  RUNCTL.
COPY runctl.

WORKING-STORAGE SECTION.
    01 STATUT-SEANCES         PIC XX.
    01 STATUT-UNITMAST        PIC XX.
    01 STATUT-CLASMAST        PIC XX.
    01 STATUT-SQUADMAST       PIC XX.
    01 STATUT-HISTFILE        PIC XX.
    01 STATUT-TRAINEXC        PIC XX.
    01 STATUT-JOURNAL         PIC XX.
    01 STATUT-TRESORIE        PIC XX.
    01 STATUT-LEDGER          PIC XX.
    01 STATUT-RUNCTL          PIC XX.
    01 SOLDE-TRESORERIE       PIC S9(09) VALUE 0.
    01 COUT-SEANCE            PIC 9(07).
    01 PERIODE-RUN            PIC X(10).
    01 REPONSE-REPRISE        PIC X(06).
    01 RUNCTL-PRESENT         PIC X VALUE "N".
        88 RUNCTL-PRESENT-OUI     VALUE "O".
    01 REPRISE-FORCEE         PIC X VALUE "N".
        88 REPRISE-FORCEE-OUI     VALUE "O".

    01 MAJ-REUSSIE            PIC X VALUE "N".
        88 MAJ-REUSSIE-OUI        VALUE "O".
    01 FICHIER-JOURNAL        PIC X(08).
    01 ACTION-JOURNAL         PIC X.
    01 CLE-JOURNAL            PIC X(15).
    01 IMAGE-AVANT            PIC X(80).
    01 IMAGE-APRES            PIC X(80).
    01 HEURE-ACTUELLE         PIC 9(08).
    01 CLASMAST-DISPONIBLE    PIC X VALUE "N".
        88 CLASMAST-DISPONIBLE-OUI VALUE "O".
    01 SQUADMAST-DISPONIBLE   PIC X VALUE "N".
        88 SQUADMAST-DISPONIBLE-OUI VALUE "O".
    01 CROISSANCE-TROUVEE     PIC X VALUE "N".
        88 CROISSANCE-TROUVEE-OUI VALUE "O".
    01 FIN-SEANCES            PIC X VALUE "N".
        88 FIN-SEANCES-OUI        VALUE "O".
    01 SEANCE-REJETEE         PIC X VALUE "N".
        88 SEANCE-REJETEE-OUI     VALUE "O".
    01 MOTIF-REJET            PIC X(60).
    01 NOM-REJET              PIC X(15).
    01 NB-LUES                PIC 9(05) VALUE 0.
    01 NB-TENUES              PIC 9(05) VALUE 0.
    01 NB-REJETEES            PIC 9(05) VALUE 0.
    01 NB-ENTRAINES           PIC 9(05) VALUE 0.
    01 NB-NIVEAUX             PIC 9(05) VALUE 0.
    01 NB-UNITES-REJETEES     PIC 9(05) VALUE 0.
    01 TOTAL-FRAIS            PIC 9(09) VALUE 0.
    01 DATE-AAAAMMJJ          PIC 9(08).
    01 DATE-JOUR              PIC X(10).
    01 GRAINE-HASARD          PIC 9(08).
    01 JET-HASARD             PIC 99.
    01 ANCIEN-NIVEAU          PIC 99.
    01 GAIN-STATS             PIC X(40).
    01 GAIN-POINTEUR          PIC 9(03).
    01 RANG-A-EVALUER         PIC X.
    01 RANG-CIBLE             PIC X.
    01 VALEUR-RANG            PIC 9.
    01 VALEUR-RANG-ACTUEL     PIC 9.
    01 VALEUR-RANG-CIBLE      PIC 9.
    01 ANCIEN-RANG            PIC X.
    01 M                      PIC 99.
    01 P                      PIC 99.
    01 X                      PIC 9.
    01 INDICE-EXERCICE        PIC 9.

    01 NB-PARTICIPANTS        PIC 99.
    01 PARTICIPANTS.
        05 PARTICIPANT OCCURS 12 TIMES PIC X(15).

    01 EXERCICES-VALEURS.
        05 FILLER PIC X(20) VALUE "MANOEUVRE 0004002000".
        05 FILLER PIC X(20) VALUE "ARMES     0006001505".
        05 FILLER PIC X(20) VALUE "TACTIQUE  0008003000".
        05 FILLER PIC X(20) VALUE "ENDURANCE 0003001000".
    01 EXERCICES REDEFINES EXERCICES-VALEURS.
        05 EXERCICE OCCURS 4 TIMES.
            10 EXE-CODE          PIC X(10).
            10 EXE-FRAIS         PIC 9(05).
            10 EXE-EXP           PIC 9(03).
            10 EXE-USAGES        PIC 99.

    01 LIGNE-ENTETE.
        05 FILLER PIC X(17) VALUE "CIBLE".
        05 FILLER PIC X(17) VALUE "UNITE".
        05 FILLER PIC X(12) VALUE "EXERCICE".
        05 FILLER PIC X(60) VALUE "MOTIF DU REJET".

    01 LIGNE-REJET.
        05 LR-CIBLE              PIC X(15).
        05 FILLER                PIC X(02).
        05 LR-UNITE              PIC X(15).
        05 FILLER                PIC X(02).
        05 LR-EXERCICE           PIC X(10).
        05 FILLER                PIC X(02).
        05 LR-MOTIF              PIC X(60).

    01 LIGNE-TOTAUX.
        05 FILLER                PIC X(16) VALUE "SEANCES LUES :".
        05 LT-LUES               PIC ZZZZ9.
        05 FILLER                PIC X(12) VALUE "  TENUES :".
        05 LT-TENUES             PIC ZZZZ9.
        05 FILLER                PIC X(14) VALUE "  REJETEES :".
        05 LT-REJETEES           PIC ZZZZ9.
        05 FILLER                PIC X(15) VALUE "  ENTRAINES :".
        05 LT-ENTRAINES          PIC ZZZZ9.
        05 FILLER                PIC X(14) VALUE "  NIVEAUX :".
        05 LT-NIVEAUX            PIC ZZZZ9.
        05 FILLER                PIC X(12) VALUE "  FRAIS :".
        05 LT-FRAIS              PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    PERFORM CONTROLER-REPRISE
    PERFORM INITIALISER
    PERFORM UNTIL FIN-SEANCES-OUI
        READ SEANCES
            AT END MOVE "O" TO FIN-SEANCES
            NOT AT END
                ADD 1 TO NB-LUES
                PERFORM TRAITER-SEANCE
        END-READ
    END-PERFORM
    PERFORM ECRIRE-TOTAUX
    PERFORM TERMINER
    IF NB-REJETEES > 0 OR NB-UNITES-REJETEES > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM ENREGISTRER-FIN-RUN
    STOP RUN.

INITIALISER.
    OPEN INPUT SEANCES
    IF STATUT-SEANCES NOT = "00"
        DISPLAY "Erreur ouverture fichier seances d'entrainement (statut "
            STATUT-SEANCES ")"
        MOVE 12 TO RETURN-CODE
        PERFORM ENREGISTRER-FIN-RUN
        STOP RUN
    END-IF
    OPEN I-O UNITMAST
    IF STATUT-UNITMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier unites (statut "
            STATUT-UNITMAST ")"
        MOVE 12 TO RETURN-CODE
        PERFORM ENREGISTRER-FIN-RUN
        STOP RUN
    END-IF
    OPEN INPUT CLASMAST
    IF STATUT-CLASMAST = "00"
        MOVE "O" TO CLASMAST-DISPONIBLE
    END-IF
    OPEN INPUT SQUADMAST
    IF STATUT-SQUADMAST = "00"
        MOVE "O" TO SQUADMAST-DISPONIBLE
    END-IF
    OPEN EXTEND HISTFILE
    IF STATUT-HISTFILE = "35"
        OPEN OUTPUT HISTFILE
        CLOSE HISTFILE
        OPEN EXTEND HISTFILE
    END-IF
    OPEN EXTEND JOURNAL
    IF STATUT-JOURNAL = "35"
        OPEN OUTPUT JOURNAL
        CLOSE JOURNAL
        OPEN EXTEND JOURNAL
    END-IF
    OPEN EXTEND LEDGER
    IF STATUT-LEDGER = "35"
        OPEN OUTPUT LEDGER
        CLOSE LEDGER
        OPEN EXTEND LEDGER
    END-IF
    PERFORM CHARGER-TRESORERIE
    OPEN OUTPUT TRAINEXC
    IF STATUT-TRAINEXC NOT = "00"
        DISPLAY "Erreur ouverture fichier exceptions"
    END-IF
    ACCEPT GRAINE-HASARD FROM TIME
    COMPUTE JET-HASARD = FUNCTION RANDOM(GRAINE-HASARD) * 100
    PERFORM ECRIRE-ENTETE.

TRAITER-SEANCE.
    MOVE "N" TO SEANCE-REJETEE
    MOVE SPACES TO MOTIF-REJET
    MOVE SPACES TO NOM-REJET
    MOVE 0 TO NB-PARTICIPANTS
    MOVE FUNCTION UPPER-CASE(SEA-TYPE-CIBLE) TO SEA-TYPE-CIBLE
    MOVE FUNCTION UPPER-CASE(SEA-EXERCICE) TO SEA-EXERCICE
    MOVE 0 TO INDICE-EXERCICE
    PERFORM VARYING X FROM 1 BY 1 UNTIL X > 4
        IF EXE-CODE(X) = SEA-EXERCICE
            MOVE X TO INDICE-EXERCICE
        END-IF
    END-PERFORM
    IF SEA-CIBLE = SPACES
        MOVE "O" TO SEANCE-REJETEE
        MOVE "Cible absente" TO MOTIF-REJET
    END-IF
    IF NOT SEANCE-REJETEE-OUI AND INDICE-EXERCICE = 0
        MOVE "O" TO SEANCE-REJETEE
        MOVE "Type d'exercice inconnu" TO MOTIF-REJET
    END-IF
    IF NOT SEANCE-REJETEE-OUI
        EVALUATE SEA-TYPE-CIBLE
            WHEN "U"
                PERFORM RETENIR-UNITE
            WHEN "E"
                PERFORM RETENIR-ESCOUADE
            WHEN OTHER
                MOVE "O" TO SEANCE-REJETEE
                MOVE "Type de cible invalide (U=unite E=escouade)"
                    TO MOTIF-REJET
        END-EVALUATE
    END-IF
    IF NOT SEANCE-REJETEE-OUI AND NB-PARTICIPANTS = 0
        MOVE "O" TO SEANCE-REJETEE
        MOVE "Aucun membre apte a l'entrainement" TO MOTIF-REJET
    END-IF
    IF NOT SEANCE-REJETEE-OUI
        COMPUTE COUT-SEANCE = EXE-FRAIS(INDICE-EXERCICE) * NB-PARTICIPANTS
        IF SOLDE-TRESORERIE < COUT-SEANCE
            MOVE "O" TO SEANCE-REJETEE
            MOVE "Fonds insuffisants pour payer la seance" TO MOTIF-REJET
        END-IF
    END-IF
    IF SEANCE-REJETEE-OUI
        ADD 1 TO NB-REJETEES
        PERFORM ECRIRE-REJET
    ELSE
        ADD 1 TO NB-TENUES
        SUBTRACT COUT-SEANCE FROM SOLDE-TRESORERIE
        ADD COUT-SEANCE TO TOTAL-FRAIS
        PERFORM ECRIRE-LEDGER-SEANCE
        PERFORM VARYING P FROM 1 BY 1 UNTIL P > NB-PARTICIPANTS
            PERFORM ENTRAINER-UNITE
        END-PERFORM
    END-IF.

RETENIR-UNITE.
    MOVE SEA-CIBLE TO REC-NOM-UNITE
    READ UNITMAST
        INVALID KEY
            MOVE "O" TO SEANCE-REJETEE
            MOVE "Unite inconnue du fichier des unites" TO MOTIF-REJET
        NOT INVALID KEY
            PERFORM CONTROLER-APTITUDE
            IF MOTIF-REJET NOT = SPACES
                MOVE "O" TO SEANCE-REJETEE
            ELSE
                ADD 1 TO NB-PARTICIPANTS
                MOVE REC-NOM-UNITE TO PARTICIPANT(NB-PARTICIPANTS)
            END-IF
    END-READ.

RETENIR-ESCOUADE.
    IF NOT SQUADMAST-DISPONIBLE-OUI
        MOVE "O" TO SEANCE-REJETEE
        MOVE "Fichier des escouades indisponible" TO MOTIF-REJET
    ELSE
        MOVE SEA-CIBLE TO REC-ESC-NOM
        READ SQUADMAST
            INVALID KEY
                MOVE "O" TO SEANCE-REJETEE
                MOVE "Escouade inconnue du fichier des escouades"
                    TO MOTIF-REJET
            NOT INVALID KEY
                PERFORM VARYING M FROM 1 BY 1
                        UNTIL M > REC-ESC-NB-MEMBRES OR M > 12
                    PERFORM RETENIR-MEMBRE
                END-PERFORM
        END-READ
    END-IF.

RETENIR-MEMBRE.
    MOVE SPACES TO MOTIF-REJET
    MOVE REC-ESC-MEMBRE(M) TO REC-NOM-UNITE
    READ UNITMAST
        INVALID KEY
            MOVE "Membre inconnu du fichier des unites" TO MOTIF-REJET
        NOT INVALID KEY
            PERFORM CONTROLER-APTITUDE
    END-READ
    IF MOTIF-REJET NOT = SPACES
        ADD 1 TO NB-UNITES-REJETEES
        MOVE REC-ESC-MEMBRE(M) TO NOM-REJET
        PERFORM ECRIRE-REJET
        MOVE SPACES TO NOM-REJET
        MOVE SPACES TO MOTIF-REJET
    ELSE
        ADD 1 TO NB-PARTICIPANTS
        MOVE REC-NOM-UNITE TO PARTICIPANT(NB-PARTICIPANTS)
    END-IF.

CONTROLER-APTITUDE.
    EVALUATE TRUE
        WHEN REC-STATUT-TOMBE
            MOVE "Unite tombee au combat" TO MOTIF-REJET
        WHEN REC-STATUT-RETIRE
            MOVE "Unite retiree du service" TO MOTIF-REJET
        WHEN REC-STATUT-BLESSE
            MOVE "Unite blessee, a soigner avant l'entrainement"
                TO MOTIF-REJET
    END-EVALUATE.

ENTRAINER-UNITE.
    MOVE PARTICIPANT(P) TO REC-NOM-UNITE
    READ UNITMAST
        INVALID KEY
            DISPLAY "Unite " PARTICIPANT(P) " introuvable a la mise a jour."
        NOT INVALID KEY
            ADD 1 TO NB-ENTRAINES
            ADD EXE-EXP(INDICE-EXERCICE) TO REC-EXP-UNITE
                ON SIZE ERROR MOVE 999 TO REC-EXP-UNITE
            END-ADD
            PERFORM JOURNALISER-ENTRAINEMENT
            PERFORM APPLIQUER-NIVEAUX
            IF EXE-USAGES(INDICE-EXERCICE) > 0
                ADD EXE-USAGES(INDICE-EXERCICE) TO REC-USAGE-ARMES
                    ON SIZE ERROR MOVE 999 TO REC-USAGE-ARMES
                END-ADD
                PERFORM AMELIORER-RANG
            END-IF
            PERFORM REECRIRE-UNITE-JOURNAL
    END-READ.

APPLIQUER-NIVEAUX.
    PERFORM UNTIL REC-EXP-UNITE < 100
        IF REC-NIVEAU-UNITE >= 20
            MOVE 99 TO REC-EXP-UNITE
        ELSE
            SUBTRACT 100 FROM REC-EXP-UNITE
            MOVE REC-NIVEAU-UNITE TO ANCIEN-NIVEAU
            ADD 1 TO REC-NIVEAU-UNITE
            ADD 1 TO NB-NIVEAUX
            DISPLAY REC-NOM-UNITE " passe au niveau " REC-NIVEAU-UNITE " !"
            PERFORM APPLIQUER-CROISSANCE
            PERFORM JOURNALISER-NIVEAU
        END-IF
    END-PERFORM.

APPLIQUER-CROISSANCE.
    MOVE SPACES TO GAIN-STATS
    MOVE 1 TO GAIN-POINTEUR
    MOVE "N" TO CROISSANCE-TROUVEE
    IF CLASMAST-DISPONIBLE-OUI
        MOVE REC-CLASSE-UNITE TO REC-CLS-NOM
        READ CLASMAST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "O" TO CROISSANCE-TROUVEE
        END-READ
    END-IF
    IF NOT CROISSANCE-TROUVEE-OUI
        DISPLAY "Classe inconnue du fichier des classes,"
            " aucune stat gagnee."
    ELSE
        COMPUTE JET-HASARD = FUNCTION RANDOM * 100
        IF JET-HASARD < REC-CLS-HP-RATE
            ADD 1 TO REC-HP-UNITE
            ADD 1 TO REC-HP-MAX-UNITE
            STRING "HP " DELIMITED BY SIZE INTO GAIN-STATS WITH POINTER GAIN-POINTEUR
        END-IF
        COMPUTE JET-HASARD = FUNCTION RANDOM * 100
        IF JET-HASARD < REC-CLS-ATK-RATE
            ADD 1 TO REC-ATK-UNITE
            STRING "ATK " DELIMITED BY SIZE INTO GAIN-STATS WITH POINTER GAIN-POINTEUR
        END-IF
        COMPUTE JET-HASARD = FUNCTION RANDOM * 100
        IF JET-HASARD < REC-CLS-MAG-RATE
            ADD 1 TO REC-MAG-UNITE
            STRING "MAG " DELIMITED BY SIZE INTO GAIN-STATS WITH POINTER GAIN-POINTEUR
        END-IF
        COMPUTE JET-HASARD = FUNCTION RANDOM * 100
        IF JET-HASARD < REC-CLS-TEC-RATE
            ADD 1 TO REC-TEC-UNITE
            STRING "TEC " DELIMITED BY SIZE INTO GAIN-STATS WITH POINTER GAIN-POINTEUR
        END-IF
        COMPUTE JET-HASARD = FUNCTION RANDOM * 100
        IF JET-HASARD < REC-CLS-SPD-RATE
            ADD 1 TO REC-SPD-UNITE
            STRING "SPD " DELIMITED BY SIZE INTO GAIN-STATS WITH POINTER GAIN-POINTEUR
        END-IF
        COMPUTE JET-HASARD = FUNCTION RANDOM * 100
        IF JET-HASARD < REC-CLS-LCK-RATE
            ADD 1 TO REC-LCK-UNITE
            STRING "LCK " DELIMITED BY SIZE INTO GAIN-STATS WITH POINTER GAIN-POINTEUR
        END-IF
        COMPUTE JET-HASARD = FUNCTION RANDOM * 100
        IF JET-HASARD < REC-CLS-CPT-RATE
            ADD 1 TO REC-CPT-UNITE
            STRING "CPT " DELIMITED BY SIZE INTO GAIN-STATS WITH POINTER GAIN-POINTEUR
        END-IF
        COMPUTE JET-HASARD = FUNCTION RANDOM * 100
        IF JET-HASARD < REC-CLS-DEF-RATE
            ADD 1 TO REC-DEF-UNITE
            STRING "DEF " DELIMITED BY SIZE INTO GAIN-STATS WITH POINTER GAIN-POINTEUR
        END-IF
        COMPUTE JET-HASARD = FUNCTION RANDOM * 100
        IF JET-HASARD < REC-CLS-RES-RATE
            ADD 1 TO REC-RES-UNITE
            STRING "RES " DELIMITED BY SIZE INTO GAIN-STATS WITH POINTER GAIN-POINTEUR
        END-IF
        COMPUTE JET-HASARD = FUNCTION RANDOM * 100
        IF JET-HASARD < REC-CLS-MVT-RATE
            ADD 1 TO REC-MVT-UNITE
            STRING "MVT " DELIMITED BY SIZE INTO GAIN-STATS WITH POINTER GAIN-POINTEUR
        END-IF
    END-IF.

AMELIORER-RANG.
    EVALUATE TRUE
        WHEN REC-USAGE-ARMES >= 80
            MOVE "A" TO RANG-CIBLE
        WHEN REC-USAGE-ARMES >= 60
            MOVE "B" TO RANG-CIBLE
        WHEN REC-USAGE-ARMES >= 40
            MOVE "C" TO RANG-CIBLE
        WHEN REC-USAGE-ARMES >= 20
            MOVE "D" TO RANG-CIBLE
        WHEN OTHER
            MOVE "E" TO RANG-CIBLE
    END-EVALUATE
    MOVE REC-RANG-ARME TO RANG-A-EVALUER
    PERFORM EVALUER-RANG
    MOVE VALEUR-RANG TO VALEUR-RANG-ACTUEL
    MOVE RANG-CIBLE TO RANG-A-EVALUER
    PERFORM EVALUER-RANG
    MOVE VALEUR-RANG TO VALEUR-RANG-CIBLE
    IF VALEUR-RANG-CIBLE > VALEUR-RANG-ACTUEL
        MOVE REC-RANG-ARME TO ANCIEN-RANG
        MOVE RANG-CIBLE TO REC-RANG-ARME
        DISPLAY REC-NOM-UNITE " atteint le rang d'arme " REC-RANG-ARME " !"
        PERFORM JOURNALISER-RANG
    END-IF.

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

JOURNALISER-ENTRAINEMENT.
    PERFORM OBTENIR-DATE-JOUR
    MOVE DATE-JOUR TO HIST-DATE
    MOVE REC-NOM-UNITE TO HIST-NOM-UNITE
    MOVE "TRAINING" TO HIST-EVENT
    MOVE SEA-EXERCICE TO HIST-OLD-VAL
    MOVE SEA-CIBLE TO HIST-NEW-VAL
    MOVE SPACES TO HIST-STATS-GAIN
    STRING "EXP +" EXE-EXP(INDICE-EXERCICE) DELIMITED BY SIZE
        INTO HIST-STATS-GAIN
    WRITE HIST-RECORD
    IF STATUT-HISTFILE NOT = "00"
        DISPLAY "Erreur ecriture fichier historique"
    END-IF.

JOURNALISER-NIVEAU.
    PERFORM OBTENIR-DATE-JOUR
    MOVE DATE-JOUR TO HIST-DATE
    MOVE REC-NOM-UNITE TO HIST-NOM-UNITE
    MOVE "LEVELUP" TO HIST-EVENT
    MOVE ANCIEN-NIVEAU TO HIST-OLD-VAL
    MOVE REC-NIVEAU-UNITE TO HIST-NEW-VAL
    MOVE GAIN-STATS TO HIST-STATS-GAIN
    WRITE HIST-RECORD
    IF STATUT-HISTFILE NOT = "00"
        DISPLAY "Erreur ecriture fichier historique"
    END-IF.

JOURNALISER-RANG.
    PERFORM OBTENIR-DATE-JOUR
    MOVE DATE-JOUR TO HIST-DATE
    MOVE REC-NOM-UNITE TO HIST-NOM-UNITE
    MOVE "RANGARME" TO HIST-EVENT
    MOVE ANCIEN-RANG TO HIST-OLD-VAL
    MOVE REC-RANG-ARME TO HIST-NEW-VAL
    MOVE SPACES TO HIST-STATS-GAIN
    STRING "USAGE " REC-USAGE-ARMES DELIMITED BY SIZE INTO HIST-STATS-GAIN
    WRITE HIST-RECORD
    IF STATUT-HISTFILE NOT = "00"
        DISPLAY "Erreur ecriture fichier historique"
    END-IF.

ECRIRE-LEDGER-SEANCE.
    PERFORM OBTENIR-DATE-JOUR
    MOVE DATE-JOUR TO LED-DATE
    MOVE "TRAINB" TO LED-ORIGINE
    MOVE "TRAINING" TO LED-NATURE
    MOVE SPACES TO LED-LIBELLE
    STRING SEA-EXERCICE DELIMITED BY SPACE
        " " SEA-CIBLE DELIMITED BY SIZE INTO LED-LIBELLE
    MOVE "D" TO LED-SENS
    MOVE COUT-SEANCE TO LED-MONTANT
    MOVE SOLDE-TRESORERIE TO LED-SOLDE
    MOVE SPACES TO LED-OPERATEUR
    WRITE LEDGER-RECORD
    IF STATUT-LEDGER NOT = "00"
        DISPLAY "Erreur ecriture fichier livre de comptes"
    END-IF.

CHARGER-TRESORERIE.
    OPEN INPUT TRESORIE
    IF STATUT-TRESORIE = "35"
        OPEN OUTPUT TRESORIE
        MOVE 0 TO TRE-SOLDE
        WRITE TRESORERIE-RECORD
        CLOSE TRESORIE
        OPEN INPUT TRESORIE
    END-IF
    MOVE 0 TO SOLDE-TRESORERIE
    READ TRESORIE
        AT END
            CONTINUE
        NOT AT END
            IF TRE-SOLDE IS NUMERIC
                MOVE TRE-SOLDE TO SOLDE-TRESORERIE
            END-IF
    END-READ
    CLOSE TRESORIE.

SAUVER-TRESORERIE.
    OPEN OUTPUT TRESORIE
    MOVE SOLDE-TRESORERIE TO TRE-SOLDE
    WRITE TRESORERIE-RECORD
    IF STATUT-TRESORIE NOT = "00"
        DISPLAY "Erreur ecriture fichier tresorerie"
    END-IF
    CLOSE TRESORIE.

REECRIRE-UNITE-JOURNAL.
    MOVE UNIT-RECORD TO IMAGE-APRES
    MOVE SPACES TO IMAGE-AVANT
    READ UNITMAST
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE UNIT-RECORD TO IMAGE-AVANT
    END-READ
    MOVE IMAGE-APRES TO UNIT-RECORD
    MOVE "O" TO MAJ-REUSSIE
    REWRITE UNIT-RECORD
        INVALID KEY
            MOVE "N" TO MAJ-REUSSIE
            DISPLAY "Erreur mise a jour fichier unites"
    END-REWRITE
    IF MAJ-REUSSIE-OUI
        MOVE "UNITMAST" TO FICHIER-JOURNAL
        MOVE "R" TO ACTION-JOURNAL
        MOVE REC-NOM-UNITE TO CLE-JOURNAL
        PERFORM ECRIRE-JOURNAL
    END-IF.

ECRIRE-JOURNAL.
    PERFORM OBTENIR-DATE-JOUR
    MOVE DATE-JOUR TO JRN-DATE
    ACCEPT HEURE-ACTUELLE FROM TIME
    STRING HEURE-ACTUELLE(1:2) ":" HEURE-ACTUELLE(3:2) ":"
        HEURE-ACTUELLE(5:2) DELIMITED BY SIZE INTO JRN-HEURE
    MOVE "TRAINB" TO JRN-PROGRAMME
    MOVE FICHIER-JOURNAL TO JRN-FICHIER
    MOVE ACTION-JOURNAL TO JRN-ACTION
    MOVE CLE-JOURNAL TO JRN-CLE
    MOVE IMAGE-AVANT TO JRN-AVANT
    MOVE IMAGE-APRES TO JRN-APRES
    MOVE SPACES TO JRN-OPERATEUR
    WRITE JOURNAL-RECORD
    IF STATUT-JOURNAL NOT = "00"
        DISPLAY "Erreur ecriture fichier journal"
    END-IF.

ECRIRE-ENTETE.
    MOVE SPACES TO LIGNE-EXCEPTION
    PERFORM OBTENIR-DATE-JOUR
    STRING "CAMP D'ENTRAINEMENT - EXCEPTIONS - " DATE-JOUR
        DELIMITED BY SIZE INTO LIGNE-EXCEPTION
    PERFORM ECRIRE-LIGNE-EXCEPTION
    MOVE SPACES TO LIGNE-EXCEPTION
    PERFORM ECRIRE-LIGNE-EXCEPTION
    MOVE LIGNE-ENTETE TO LIGNE-EXCEPTION
    PERFORM ECRIRE-LIGNE-EXCEPTION
    MOVE ALL "-" TO LIGNE-EXCEPTION
    PERFORM ECRIRE-LIGNE-EXCEPTION.

ECRIRE-REJET.
    MOVE SEA-CIBLE TO LR-CIBLE
    MOVE NOM-REJET TO LR-UNITE
    MOVE SEA-EXERCICE TO LR-EXERCICE
    MOVE MOTIF-REJET TO LR-MOTIF
    MOVE SPACES TO LIGNE-EXCEPTION
    MOVE LIGNE-REJET TO LIGNE-EXCEPTION
    PERFORM ECRIRE-LIGNE-EXCEPTION.

ECRIRE-TOTAUX.
    MOVE ALL "-" TO LIGNE-EXCEPTION
    PERFORM ECRIRE-LIGNE-EXCEPTION
    MOVE NB-LUES TO LT-LUES
    MOVE NB-TENUES TO LT-TENUES
    MOVE NB-REJETEES TO LT-REJETEES
    MOVE NB-ENTRAINES TO LT-ENTRAINES
    MOVE NB-NIVEAUX TO LT-NIVEAUX
    MOVE TOTAL-FRAIS TO LT-FRAIS
    MOVE SPACES TO LIGNE-EXCEPTION
    MOVE LIGNE-TOTAUX TO LIGNE-EXCEPTION
    PERFORM ECRIRE-LIGNE-EXCEPTION
    DISPLAY "Camp d'entrainement : " LT-LUES " seances lues, " LT-TENUES
        " tenues, " LT-REJETEES " rejetees, " LT-ENTRAINES
        " unites entrainees, frais " LT-FRAIS " pieces.".

ECRIRE-LIGNE-EXCEPTION.
    WRITE LIGNE-EXCEPTION
    IF STATUT-TRAINEXC NOT = "00"
        DISPLAY "Erreur ecriture fichier exceptions"
    END-IF.

OBTENIR-DATE-JOUR.
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2) "-" DATE-AAAAMMJJ(7:2)
        DELIMITED BY SIZE INTO DATE-JOUR.

TERMINER.
    PERFORM SAUVER-TRESORERIE
    CLOSE SEANCES
    CLOSE UNITMAST
    IF CLASMAST-DISPONIBLE-OUI
        CLOSE CLASMAST
    END-IF
    IF SQUADMAST-DISPONIBLE-OUI
        CLOSE SQUADMAST
    END-IF
    CLOSE HISTFILE
    CLOSE TRAINEXC
    CLOSE JOURNAL
    CLOSE LEDGER.

CONTROLER-REPRISE.
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    MOVE SPACES TO PERIODE-RUN
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2) "-" DATE-AAAAMMJJ(7:2)
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
    MOVE "TRAINB" TO RUN-PROGRAMME
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
    MOVE "TRAINB" TO RUN-PROGRAMME
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
        MOVE "TRAINB" TO RUN-PROGRAMME
        READ RUNCTL
            INVALID KEY
                DISPLAY "Fiche de controle TRAINB introuvable."
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
                MOVE NB-TENUES TO RUN-NB-TRAITES
                COMPUTE RUN-NB-ANOMALIES = NB-REJETEES + NB-UNITES-REJETEES
                MOVE RETURN-CODE TO RUN-CODE-RETOUR
                REWRITE RUNCTL-RECORD
                    INVALID KEY
                        DISPLAY "Erreur mise a jour fichier controle"
                            " des traitements"
                END-REWRITE
        END-READ
        CLOSE RUNCTL
    END-IF.
