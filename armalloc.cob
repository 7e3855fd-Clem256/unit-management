IDENTIFICATION DIVISION.
PROGRAM-ID. ARMALLOC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT SQUADMAST ASSIGN TO "SQUADMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-ESC-NOM
        FILE STATUS IS STATUT-SQUADMAST.
    SELECT ALLOCPRP ASSIGN TO "ALLOCPRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-ALLOCPRP.
    SELECT TRIALC ASSIGN TO "SORTWK".
    SELECT ALLOCLST ASSIGN TO "ALLOCLST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-ALLOCLST.
    SELECT JOURNAL ASSIGN TO "JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-JOURNAL.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RUN-PROGRAMME
        FILE STATUS IS STATUT-RUNCTL.

DATA DIVISION.
FILE SECTION.
FD  UNITMAST.
COPY unitrec.
FD  WEAPMAST.
COPY weaprec.
FD  CLASMAST.
COPY classrec.
FD  SQUADMAST.
COPY squadrec.
FD  ALLOCPRP.
    01 PROPOSITION-RECORD.
        05 PRP-NOM-UNITE          PIC X(15).
        05 PRP-ANCIENNE-ARME      PIC X(15).
        05 PRP-NOUVELLE-ARME      PIC X(15).
        05 PRP-DATE               PIC X(10).
        05 PRP-APPROUVEE          PIC X.
            88 PRP-APPROUVEE-OUI      VALUE "O".
SD  TRIALC.
    01 TRI-RECORD.
        05 TRI-PRIORITE           PIC 9.
        05 TRI-NIVEAU             PIC 99.
        05 TRI-NOM-UNITE          PIC X(15).
        05 TRI-CLASSE             PIC X(10).
        05 TRI-ATK                PIC 99.
        05 TRI-CPT                PIC 99.
        05 TRI-ARME               PIC X(15).
        05 TRI-USURE              PIC 9(03).
        05 TRI-RANG-ARME          PIC X.
        05 TRI-SITUATION          PIC X(13).
FD  ALLOCLST.
    01 LIGNE-RAPPORT          PIC X(132).
FD  JOURNAL.
COPY jrnlrec.
FD  RUNCTL.
COPY runctl.

WORKING-STORAGE SECTION.
    01 STATUT-UNITMAST        PIC XX.
    01 STATUT-WEAPMAST        PIC XX.
    01 STATUT-CLASMAST        PIC XX.
    01 STATUT-SQUADMAST       PIC XX.
    01 STATUT-ALLOCPRP        PIC XX.
    01 STATUT-ALLOCLST        PIC XX.
    01 STATUT-JOURNAL         PIC XX.
    01 STATUT-RUNCTL          PIC XX.
    01 SQUADMAST-DISPONIBLE   PIC X VALUE "N".
        88 SQUADMAST-DISPONIBLE-OUI VALUE "O".
    01 MODE-ALLOCATION        PIC X.
        88 MODE-PROPOSITION       VALUE "P".
        88 MODE-APPLICATION       VALUE "A".
    01 PERIODE-RUN            PIC X(10).
    01 REPONSE-REPRISE        PIC X(06).
    01 RUNCTL-PRESENT         PIC X VALUE "N".
        88 RUNCTL-PRESENT-OUI     VALUE "O".
    01 REPRISE-FORCEE         PIC X VALUE "N".
        88 REPRISE-FORCEE-OUI     VALUE "O".
    01 DATE-AAAAMMJJ          PIC 9(08).
    01 DATE-JOUR              PIC X(10).
    01 HEURE-ACTUELLE         PIC 9(08).

    01 MAJ-REUSSIE            PIC X VALUE "N".
        88 MAJ-REUSSIE-OUI        VALUE "O".
    01 FICHIER-JOURNAL        PIC X(08).
    01 ACTION-JOURNAL         PIC X.
    01 CLE-JOURNAL            PIC X(15).
    01 IMAGE-AVANT            PIC X(80).
    01 IMAGE-APRES            PIC X(80).

    01 FIN-TRI                PIC X.
        88 FIN-TRI-OUI            VALUE "O".
    01 FIN-PROPOSITIONS       PIC X VALUE "N".
        88 FIN-PROPOSITIONS-OUI   VALUE "O".
    01 PROPOSITION-REJETEE    PIC X VALUE "N".
        88 PROPOSITION-REJETEE-OUI VALUE "O".
    01 ARME-PERMISE           PIC X VALUE "N".
        88 ARME-PERMISE-OUI       VALUE "O".
    01 CLASSE-CONNUE          PIC X VALUE "N".
        88 CLASSE-CONNUE-OUI      VALUE "O".
    01 COMMANDANT-TROUVE      PIC X VALUE "N".
        88 COMMANDANT-TROUVE-OUI  VALUE "O".
    01 CLASSE-UNITE           PIC X(10).
    01 TYPES-PERMIS-CLASSE.
        05 TYPE-PERMIS-CLASSE OCCURS 3 TIMES PIC X(05).
    01 TYPE-A-CONTROLER       PIC X(05).
    01 RANG-REQUIS-A-CONTROLER PIC X.
    01 RANG-UNITE             PIC X.
    01 RANG-A-EVALUER         PIC X.
    01 VALEUR-RANG            PIC 9.
    01 VALEUR-RANG-UNITE      PIC 9.
    01 VALEUR-RANG-REQUIS     PIC 9.
    01 MOTIF-REJET            PIC X(50).
    01 RESULTAT               PIC X(60).
    01 SITUATION              PIC X(13).

    01 K                      PIC 9(03).
    01 M                      PIC 99.
    01 INDICE-ARME-ACTUELLE   PIC 9(03).
    01 INDICE-MEILLEURE       PIC 9(03).
    01 SCORE-CANDIDAT         PIC 9(04).
    01 MEILLEUR-SCORE         PIC 9(04).
    01 ATK-AVANT              PIC 9(03).
    01 ATK-APRES              PIC 9(03).
    01 CPT-AVANT              PIC 9(03).
    01 CPT-APRES              PIC 9(03).
    01 HIT-AVANT              PIC 9(03).
    01 HIT-APRES              PIC 9(03).

    01 NB-EXAMINEES           PIC 9(05) VALUE 0.
    01 NB-A-EQUIPER           PIC 9(05) VALUE 0.
    01 NB-PROPOSITIONS        PIC 9(05) VALUE 0.
    01 NB-SANS-PROPOSITION    PIC 9(05) VALUE 0.
    01 NB-LUES                PIC 9(05) VALUE 0.
    01 NB-APPROUVEES          PIC 9(05) VALUE 0.
    01 NB-NON-APPROUVEES      PIC 9(05) VALUE 0.
    01 NB-APPLIQUEES          PIC 9(05) VALUE 0.
    01 NB-REJETEES            PIC 9(05) VALUE 0.

    01 NB-COMMANDANTS         PIC 9(03) VALUE 0.
    01 COMMANDANTS.
        05 COMMANDANT OCCURS 200 TIMES PIC X(15).

    01 NB-ARMES               PIC 9(03) VALUE 0.
    01 ARMES.
        05 ARME OCCURS 100 TIMES.
            10 WPN-NOM        PIC X(15).
            10 WPN-MIGHT      PIC 99.
            10 WPN-HIT        PIC 999.
            10 WPN-CRIT       PIC 99.
            10 WPN-DISPONIBLE PIC 9(03).
            10 WPN-DURABILITE PIC 9(03).
            10 WPN-TYPE       PIC X(05).
            10 WPN-RANG-REQUIS PIC X.

    01 LIGNE-ENTETE-PROPOSITION.
        05 FILLER PIC X(04) VALUE "CDT".
        05 FILLER PIC X(16) VALUE "UNITE".
        05 FILLER PIC X(11) VALUE "CLASSE".
        05 FILLER PIC X(04) VALUE "NIV".
        05 FILLER PIC X(14) VALUE "SITUATION".
        05 FILLER PIC X(16) VALUE "ARME ACTUELLE".
        05 FILLER PIC X(05) VALUE "USES".
        05 FILLER PIC X(16) VALUE "ARME PROPOSEE".
        05 FILLER PIC X(05) VALUE "USES".
        05 FILLER PIC X(08) VALUE "ATK EFF".
        05 FILLER PIC X(08) VALUE "CPT EFF".
        05 FILLER PIC X(06) VALUE "+ATK".
        05 FILLER PIC X(06) VALUE "+CPT".
        05 FILLER PIC X(06) VALUE "+HIT".

    01 LIGNE-PROPOSITION.
        05 LP-COMMANDANT         PIC X(03).
        05 FILLER                PIC X(01).
        05 LP-NOM                PIC X(15).
        05 FILLER                PIC X(01).
        05 LP-CLASSE             PIC X(10).
        05 FILLER                PIC X(01).
        05 LP-NIVEAU             PIC Z9.
        05 FILLER                PIC X(02).
        05 LP-SITUATION          PIC X(13).
        05 FILLER                PIC X(01).
        05 LP-ARME-ACTUELLE      PIC X(15).
        05 FILLER                PIC X(01).
        05 LP-USURE-ACTUELLE     PIC ZZ9.
        05 FILLER                PIC X(02).
        05 LP-ARME-PROPOSEE      PIC X(15).
        05 FILLER                PIC X(01).
        05 LP-USURE-PROPOSEE     PIC ZZ9.
        05 FILLER                PIC X(02).
        05 LP-ATK-EFF            PIC ZZ9.
        05 FILLER                PIC X(05).
        05 LP-CPT-EFF            PIC ZZ9.
        05 FILLER                PIC X(05).
        05 LP-GAIN-ATK           PIC +++9.
        05 FILLER                PIC X(02).
        05 LP-GAIN-CPT           PIC +++9.
        05 FILLER                PIC X(02).
        05 LP-GAIN-HIT           PIC +++9.

    01 LIGNE-SANS-PROPOSITION.
        05 LN-COMMANDANT         PIC X(03).
        05 FILLER                PIC X(01).
        05 LN-NOM                PIC X(15).
        05 FILLER                PIC X(01).
        05 LN-CLASSE             PIC X(10).
        05 FILLER                PIC X(01).
        05 LN-NIVEAU             PIC Z9.
        05 FILLER                PIC X(02).
        05 LN-SITUATION          PIC X(13).
        05 FILLER                PIC X(01).
        05 LN-ARME-ACTUELLE      PIC X(15).
        05 FILLER                PIC X(01).
        05 LN-USURE-ACTUELLE     PIC ZZ9.
        05 FILLER                PIC X(02).
        05 LN-REMARQUE           PIC X(40).

    01 LIGNE-ENTETE-APPLICATION.
        05 FILLER PIC X(17) VALUE "UNITE".
        05 FILLER PIC X(17) VALUE "ANCIENNE ARME".
        05 FILLER PIC X(17) VALUE "NOUVELLE ARME".
        05 FILLER PIC X(60) VALUE "RESULTAT".

    01 LIGNE-APPLICATION.
        05 LA-NOM                PIC X(15).
        05 FILLER                PIC X(02).
        05 LA-ANCIENNE-ARME      PIC X(15).
        05 FILLER                PIC X(02).
        05 LA-NOUVELLE-ARME      PIC X(15).
        05 FILLER                PIC X(02).
        05 LA-RESULTAT           PIC X(60).

    01 LIGNE-TOTAUX-PROPOSITION.
        05 FILLER                PIC X(12) VALUE "EXAMINEES :".
        05 LT-EXAMINEES          PIC ZZZZ9.
        05 FILLER                PIC X(13) VALUE "  A EQUIPER :".
        05 LT-A-EQUIPER          PIC ZZZZ9.
        05 FILLER                PIC X(16) VALUE "  PROPOSITIONS :".
        05 LT-PROPOSITIONS       PIC ZZZZ9.
        05 FILLER                PIC X(20) VALUE "  SANS PROPOSITION :".
        05 LT-SANS-PROPOSITION   PIC ZZZZ9.

    01 LIGNE-TOTAUX-APPLICATION.
        05 FILLER                PIC X(08) VALUE "LUES :".
        05 LT-LUES               PIC ZZZZ9.
        05 FILLER                PIC X(14) VALUE "  APPROUVEES :".
        05 LT-APPROUVEES         PIC ZZZZ9.
        05 FILLER                PIC X(14) VALUE "  APPLIQUEES :".
        05 LT-APPLIQUEES         PIC ZZZZ9.
        05 FILLER                PIC X(12) VALUE "  REJETEES :".
        05 LT-REJETEES           PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    DISPLAY "Mode (P = propositions, A = application des propositions"
        " approuvees) : "
    ACCEPT MODE-ALLOCATION
    MOVE FUNCTION UPPER-CASE(MODE-ALLOCATION) TO MODE-ALLOCATION
    IF MODE-ALLOCATION = SPACE
        MOVE "P" TO MODE-ALLOCATION
    END-IF
    EVALUATE TRUE
        WHEN MODE-PROPOSITION
            PERFORM OUVRIR-FICHIERS
            PERFORM ECRIRE-ENTETE
            PERFORM CHARGER-ARMES
            PERFORM CHARGER-COMMANDANTS
            SORT TRIALC
                ON ASCENDING KEY TRI-PRIORITE
                ON DESCENDING KEY TRI-NIVEAU
                ON ASCENDING KEY TRI-NOM-UNITE
                INPUT PROCEDURE IS SELECTIONNER-UNITES
                OUTPUT PROCEDURE IS PROPOSER-ARMES
            PERFORM ECRIRE-TOTAUX-PROPOSITION
            PERFORM FERMER-FICHIERS
        WHEN MODE-APPLICATION
            PERFORM CONTROLER-REPRISE
            PERFORM OUVRIR-FICHIERS
            PERFORM ECRIRE-ENTETE
            PERFORM APPLIQUER-PROPOSITIONS
            PERFORM ECRIRE-TOTAUX-APPLICATION
            PERFORM FERMER-FICHIERS
            PERFORM ENREGISTRER-FIN-RUN
        WHEN OTHER
            DISPLAY "Mode invalide : " MODE-ALLOCATION
            MOVE 12 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

OUVRIR-FICHIERS.
    IF MODE-APPLICATION
        OPEN I-O UNITMAST
    ELSE
        OPEN INPUT UNITMAST
    END-IF
    IF STATUT-UNITMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier unites (statut "
            STATUT-UNITMAST ")"
        MOVE 12 TO RETURN-CODE
        PERFORM TERMINER-EN-ERREUR
    END-IF
    IF MODE-APPLICATION
        OPEN I-O WEAPMAST
    ELSE
        OPEN INPUT WEAPMAST
    END-IF
    IF STATUT-WEAPMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier armes (statut "
            STATUT-WEAPMAST ")"
        MOVE 12 TO RETURN-CODE
        PERFORM TERMINER-EN-ERREUR
    END-IF
    OPEN INPUT CLASMAST
    IF STATUT-CLASMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier classes (statut "
            STATUT-CLASMAST ")"
        MOVE 12 TO RETURN-CODE
        PERFORM TERMINER-EN-ERREUR
    END-IF
    IF MODE-APPLICATION
        OPEN INPUT ALLOCPRP
        IF STATUT-ALLOCPRP NOT = "00"
            DISPLAY "Erreur ouverture fichier propositions (statut "
                STATUT-ALLOCPRP ")"
            MOVE 12 TO RETURN-CODE
            PERFORM TERMINER-EN-ERREUR
        END-IF
        OPEN EXTEND JOURNAL
        IF STATUT-JOURNAL = "35"
            OPEN OUTPUT JOURNAL
            CLOSE JOURNAL
            OPEN EXTEND JOURNAL
        END-IF
    ELSE
        OPEN INPUT SQUADMAST
        IF STATUT-SQUADMAST = "00"
            MOVE "O" TO SQUADMAST-DISPONIBLE
        END-IF
        OPEN OUTPUT ALLOCPRP
        IF STATUT-ALLOCPRP NOT = "00"
            DISPLAY "Erreur ouverture fichier propositions (statut "
                STATUT-ALLOCPRP ")"
            MOVE 12 TO RETURN-CODE
            PERFORM TERMINER-EN-ERREUR
        END-IF
    END-IF
    OPEN OUTPUT ALLOCLST
    IF STATUT-ALLOCLST NOT = "00"
        DISPLAY "Erreur ouverture fichier rapport"
    END-IF
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2) "-" DATE-AAAAMMJJ(7:2)
        DELIMITED BY SIZE INTO DATE-JOUR.

TERMINER-EN-ERREUR.
    IF MODE-APPLICATION
        PERFORM ENREGISTRER-FIN-RUN
    END-IF
    STOP RUN.

ECRIRE-ENTETE.
    MOVE SPACES TO LIGNE-RAPPORT
    IF MODE-APPLICATION
        STRING "APPLICATION DES PROPOSITIONS D'ALLOCATION DES ARMES - "
            DATE-JOUR DELIMITED BY SIZE INTO LIGNE-RAPPORT
    ELSE
        STRING "PROPOSITIONS D'ALLOCATION DES ARMES - " DATE-JOUR
            DELIMITED BY SIZE INTO LIGNE-RAPPORT
    END-IF
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "=" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    IF MODE-APPLICATION
        MOVE LIGNE-ENTETE-APPLICATION TO LIGNE-RAPPORT
    ELSE
        MOVE LIGNE-ENTETE-PROPOSITION TO LIGNE-RAPPORT
    END-IF
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

CHARGER-ARMES.
    MOVE LOW-VALUES TO REC-WPN-NOM
    START WEAPMAST KEY IS NOT LESS THAN REC-WPN-NOM
        INVALID KEY MOVE "10" TO STATUT-WEAPMAST
    END-START
    PERFORM UNTIL STATUT-WEAPMAST NOT = "00"
        READ WEAPMAST NEXT RECORD
            AT END MOVE "10" TO STATUT-WEAPMAST
            NOT AT END
                IF NB-ARMES < 100
                    ADD 1 TO NB-ARMES
                    MOVE REC-WPN-NOM TO WPN-NOM(NB-ARMES)
                    MOVE REC-WPN-MIGHT TO WPN-MIGHT(NB-ARMES)
                    MOVE REC-WPN-HIT TO WPN-HIT(NB-ARMES)
                    MOVE REC-WPN-CRIT TO WPN-CRIT(NB-ARMES)
                    MOVE REC-WPN-QTE-STOCK TO WPN-DISPONIBLE(NB-ARMES)
                    MOVE REC-WPN-DURABILITE TO WPN-DURABILITE(NB-ARMES)
                    MOVE REC-WPN-TYPE TO WPN-TYPE(NB-ARMES)
                    MOVE REC-WPN-RANG-REQUIS TO WPN-RANG-REQUIS(NB-ARMES)
                END-IF
        END-READ
    END-PERFORM.

CHARGER-COMMANDANTS.
    IF SQUADMAST-DISPONIBLE-OUI
        MOVE LOW-VALUES TO REC-ESC-NOM
        START SQUADMAST KEY IS NOT LESS THAN REC-ESC-NOM
            INVALID KEY MOVE "10" TO STATUT-SQUADMAST
        END-START
        PERFORM UNTIL STATUT-SQUADMAST NOT = "00"
            READ SQUADMAST NEXT RECORD
                AT END MOVE "10" TO STATUT-SQUADMAST
                NOT AT END
                    IF REC-ESC-COMMANDANT NOT = SPACES
                            AND NB-COMMANDANTS < 200
                        ADD 1 TO NB-COMMANDANTS
                        MOVE REC-ESC-COMMANDANT
                            TO COMMANDANT(NB-COMMANDANTS)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

SELECTIONNER-UNITES.
    MOVE LOW-VALUES TO REC-NOM-UNITE
    START UNITMAST KEY IS NOT LESS THAN REC-NOM-UNITE
        INVALID KEY MOVE "10" TO STATUT-UNITMAST
    END-START
    PERFORM UNTIL STATUT-UNITMAST NOT = "00"
        READ UNITMAST NEXT RECORD
            AT END MOVE "10" TO STATUT-UNITMAST
            NOT AT END
                IF REC-STATUT-EN-SERVICE
                    ADD 1 TO NB-EXAMINEES
                    PERFORM EXAMINER-UNITE
                END-IF
        END-READ
    END-PERFORM.

EXAMINER-UNITE.
    MOVE SPACES TO SITUATION
    IF REC-ARME-UNITE = SPACES
        MOVE "SANS ARME" TO SITUATION
    ELSE
        MOVE REC-ARME-UNITE TO TRI-ARME
        PERFORM TROUVER-ARME-ACTUELLE
        IF INDICE-ARME-ACTUELLE = 0
            MOVE "ARME INCONNUE" TO SITUATION
        ELSE
            IF REC-ARME-USURE = 0
                MOVE "ARME BRISEE" TO SITUATION
            ELSE
                IF REC-ARME-USURE * 4
                        < WPN-DURABILITE(INDICE-ARME-ACTUELLE)
                    MOVE "USURE FAIBLE" TO SITUATION
                END-IF
            END-IF
        END-IF
    END-IF
    IF SITUATION NOT = SPACES
        ADD 1 TO NB-A-EQUIPER
        MOVE "N" TO COMMANDANT-TROUVE
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > NB-COMMANDANTS
            IF COMMANDANT(K) = REC-NOM-UNITE
                MOVE "O" TO COMMANDANT-TROUVE
            END-IF
        END-PERFORM
        IF COMMANDANT-TROUVE-OUI
            MOVE 0 TO TRI-PRIORITE
        ELSE
            MOVE 1 TO TRI-PRIORITE
        END-IF
        MOVE REC-NIVEAU-UNITE TO TRI-NIVEAU
        MOVE REC-NOM-UNITE TO TRI-NOM-UNITE
        MOVE REC-CLASSE-UNITE TO TRI-CLASSE
        MOVE REC-ATK-UNITE TO TRI-ATK
        MOVE REC-CPT-UNITE TO TRI-CPT
        MOVE REC-ARME-UNITE TO TRI-ARME
        MOVE REC-ARME-USURE TO TRI-USURE
        MOVE REC-RANG-ARME TO TRI-RANG-ARME
        MOVE SITUATION TO TRI-SITUATION
        RELEASE TRI-RECORD
    END-IF.

TROUVER-ARME-ACTUELLE.
    MOVE 0 TO INDICE-ARME-ACTUELLE
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > NB-ARMES
        IF WPN-NOM(K) = TRI-ARME
            MOVE K TO INDICE-ARME-ACTUELLE
        END-IF
    END-PERFORM.

PROPOSER-ARMES.
    MOVE "N" TO FIN-TRI
    PERFORM UNTIL FIN-TRI-OUI
        RETURN TRIALC
            AT END MOVE "O" TO FIN-TRI
            NOT AT END PERFORM PROPOSER-ARME-UNITE
        END-RETURN
    END-PERFORM.

PROPOSER-ARME-UNITE.
    MOVE TRI-CLASSE TO CLASSE-UNITE
    PERFORM CHARGER-CLASSE-UNITE
    MOVE TRI-RANG-ARME TO RANG-UNITE
    MOVE 0 TO INDICE-MEILLEURE
    MOVE 0 TO MEILLEUR-SCORE
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > NB-ARMES
        IF WPN-DISPONIBLE(K) > 0
            MOVE WPN-TYPE(K) TO TYPE-A-CONTROLER
            MOVE WPN-RANG-REQUIS(K) TO RANG-REQUIS-A-CONTROLER
            PERFORM CONTROLER-ARME-LEGALE
            IF ARME-PERMISE-OUI
                PERFORM COMPARER-CANDIDATE
            END-IF
        END-IF
    END-PERFORM
    IF INDICE-MEILLEURE = 0
        ADD 1 TO NB-SANS-PROPOSITION
        PERFORM ECRIRE-SANS-PROPOSITION
    ELSE
        ADD 1 TO NB-PROPOSITIONS
        SUBTRACT 1 FROM WPN-DISPONIBLE(INDICE-MEILLEURE)
        PERFORM ECRIRE-PROPOSITION
    END-IF.

COMPARER-CANDIDATE.
    COMPUTE SCORE-CANDIDAT = WPN-MIGHT(K) + WPN-CRIT(K)
    IF INDICE-MEILLEURE = 0
        MOVE K TO INDICE-MEILLEURE
        MOVE SCORE-CANDIDAT TO MEILLEUR-SCORE
    ELSE
        IF SCORE-CANDIDAT > MEILLEUR-SCORE
            MOVE K TO INDICE-MEILLEURE
            MOVE SCORE-CANDIDAT TO MEILLEUR-SCORE
        ELSE
            IF SCORE-CANDIDAT = MEILLEUR-SCORE
                IF WPN-HIT(K) > WPN-HIT(INDICE-MEILLEURE)
                    MOVE K TO INDICE-MEILLEURE
                ELSE
                    IF WPN-HIT(K) = WPN-HIT(INDICE-MEILLEURE)
                            AND WPN-DURABILITE(K)
                                > WPN-DURABILITE(INDICE-MEILLEURE)
                        MOVE K TO INDICE-MEILLEURE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

CHARGER-CLASSE-UNITE.
    MOVE "N" TO CLASSE-CONNUE
    MOVE SPACES TO TYPES-PERMIS-CLASSE
    MOVE CLASSE-UNITE TO REC-CLS-NOM
    READ CLASMAST
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "O" TO CLASSE-CONNUE
            MOVE REC-CLS-ARMES-PERMISES TO TYPES-PERMIS-CLASSE
    END-READ.

CONTROLER-ARME-LEGALE.
    MOVE "O" TO ARME-PERMISE
    MOVE SPACES TO MOTIF-REJET
    IF TYPE-A-CONTROLER NOT = SPACES
        IF NOT CLASSE-CONNUE-OUI
            MOVE "N" TO ARME-PERMISE
            MOVE "Classe inconnue du fichier des classes" TO MOTIF-REJET
        ELSE
            IF TYPES-PERMIS-CLASSE NOT = SPACES
                MOVE "N" TO ARME-PERMISE
                PERFORM VARYING M FROM 1 BY 1 UNTIL M > 3
                    IF TYPE-A-CONTROLER = TYPE-PERMIS-CLASSE(M)
                        MOVE "O" TO ARME-PERMISE
                    END-IF
                END-PERFORM
                IF NOT ARME-PERMISE-OUI
                    MOVE "Type d'arme interdit a cette classe"
                        TO MOTIF-REJET
                END-IF
            END-IF
        END-IF
    END-IF
    IF ARME-PERMISE-OUI
        MOVE RANG-UNITE TO RANG-A-EVALUER
        PERFORM EVALUER-RANG
        MOVE VALEUR-RANG TO VALEUR-RANG-UNITE
        MOVE RANG-REQUIS-A-CONTROLER TO RANG-A-EVALUER
        PERFORM EVALUER-RANG
        MOVE VALEUR-RANG TO VALEUR-RANG-REQUIS
        IF VALEUR-RANG-UNITE < VALEUR-RANG-REQUIS
            MOVE "N" TO ARME-PERMISE
            MOVE "Rang d'arme insuffisant" TO MOTIF-REJET
        END-IF
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

ECRIRE-PROPOSITION.
    MOVE TRI-ATK TO ATK-AVANT
    MOVE TRI-CPT TO CPT-AVANT
    MOVE 80 TO HIT-AVANT
    PERFORM TROUVER-ARME-ACTUELLE
    IF INDICE-ARME-ACTUELLE > 0
        ADD WPN-MIGHT(INDICE-ARME-ACTUELLE) TO ATK-AVANT
        ADD WPN-CRIT(INDICE-ARME-ACTUELLE) TO CPT-AVANT
        MOVE WPN-HIT(INDICE-ARME-ACTUELLE) TO HIT-AVANT
    END-IF
    COMPUTE ATK-APRES = TRI-ATK + WPN-MIGHT(INDICE-MEILLEURE)
    COMPUTE CPT-APRES = TRI-CPT + WPN-CRIT(INDICE-MEILLEURE)
    MOVE WPN-HIT(INDICE-MEILLEURE) TO HIT-APRES
    IF TRI-PRIORITE = 0
        MOVE "CDT" TO LP-COMMANDANT
    ELSE
        MOVE SPACES TO LP-COMMANDANT
    END-IF
    MOVE TRI-NOM-UNITE TO LP-NOM
    MOVE TRI-CLASSE TO LP-CLASSE
    MOVE TRI-NIVEAU TO LP-NIVEAU
    MOVE TRI-SITUATION TO LP-SITUATION
    MOVE TRI-ARME TO LP-ARME-ACTUELLE
    MOVE TRI-USURE TO LP-USURE-ACTUELLE
    MOVE WPN-NOM(INDICE-MEILLEURE) TO LP-ARME-PROPOSEE
    MOVE WPN-DURABILITE(INDICE-MEILLEURE) TO LP-USURE-PROPOSEE
    MOVE ATK-APRES TO LP-ATK-EFF
    MOVE CPT-APRES TO LP-CPT-EFF
    COMPUTE LP-GAIN-ATK = ATK-APRES - ATK-AVANT
    COMPUTE LP-GAIN-CPT = CPT-APRES - CPT-AVANT
    COMPUTE LP-GAIN-HIT = HIT-APRES - HIT-AVANT
    MOVE LIGNE-PROPOSITION TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE TRI-NOM-UNITE TO PRP-NOM-UNITE
    MOVE TRI-ARME TO PRP-ANCIENNE-ARME
    MOVE WPN-NOM(INDICE-MEILLEURE) TO PRP-NOUVELLE-ARME
    MOVE DATE-JOUR TO PRP-DATE
    MOVE "N" TO PRP-APPROUVEE
    WRITE PROPOSITION-RECORD
    IF STATUT-ALLOCPRP NOT = "00"
        DISPLAY "Erreur ecriture fichier propositions"
    END-IF.

ECRIRE-SANS-PROPOSITION.
    IF TRI-PRIORITE = 0
        MOVE "CDT" TO LN-COMMANDANT
    ELSE
        MOVE SPACES TO LN-COMMANDANT
    END-IF
    MOVE TRI-NOM-UNITE TO LN-NOM
    MOVE TRI-CLASSE TO LN-CLASSE
    MOVE TRI-NIVEAU TO LN-NIVEAU
    MOVE TRI-SITUATION TO LN-SITUATION
    MOVE TRI-ARME TO LN-ARME-ACTUELLE
    MOVE TRI-USURE TO LN-USURE-ACTUELLE
    MOVE "Aucune arme legale en stock" TO LN-REMARQUE
    MOVE LIGNE-SANS-PROPOSITION TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

APPLIQUER-PROPOSITIONS.
    PERFORM UNTIL FIN-PROPOSITIONS-OUI
        READ ALLOCPRP
            AT END MOVE "O" TO FIN-PROPOSITIONS
            NOT AT END
                ADD 1 TO NB-LUES
                PERFORM TRAITER-PROPOSITION
        END-READ
    END-PERFORM.

TRAITER-PROPOSITION.
    MOVE SPACES TO RESULTAT
    MOVE FUNCTION UPPER-CASE(PRP-APPROUVEE) TO PRP-APPROUVEE
    IF NOT PRP-APPROUVEE-OUI
        ADD 1 TO NB-NON-APPROUVEES
        MOVE "Non approuvee, ignoree" TO RESULTAT
    ELSE
        ADD 1 TO NB-APPROUVEES
        MOVE "N" TO PROPOSITION-REJETEE
        MOVE SPACES TO MOTIF-REJET
        PERFORM CONTROLER-PROPOSITION
        IF PROPOSITION-REJETEE-OUI
            ADD 1 TO NB-REJETEES
            STRING "REJETEE : " MOTIF-REJET DELIMITED BY SIZE
                INTO RESULTAT
        ELSE
            PERFORM EXECUTER-PROPOSITION
            ADD 1 TO NB-APPLIQUEES
            MOVE "APPLIQUEE" TO RESULTAT
        END-IF
    END-IF
    MOVE PRP-NOM-UNITE TO LA-NOM
    MOVE PRP-ANCIENNE-ARME TO LA-ANCIENNE-ARME
    MOVE PRP-NOUVELLE-ARME TO LA-NOUVELLE-ARME
    MOVE RESULTAT TO LA-RESULTAT
    MOVE LIGNE-APPLICATION TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

CONTROLER-PROPOSITION.
    MOVE PRP-NOM-UNITE TO REC-NOM-UNITE
    READ UNITMAST
        INVALID KEY
            MOVE "O" TO PROPOSITION-REJETEE
            MOVE "Unite introuvable" TO MOTIF-REJET
    END-READ
    IF NOT PROPOSITION-REJETEE-OUI
        IF NOT REC-STATUT-EN-SERVICE
            MOVE "O" TO PROPOSITION-REJETEE
            MOVE "Unite hors service" TO MOTIF-REJET
        ELSE
            IF REC-ARME-UNITE NOT = PRP-ANCIENNE-ARME
                MOVE "O" TO PROPOSITION-REJETEE
                MOVE "Arme de l'unite modifiee depuis la proposition"
                    TO MOTIF-REJET
            END-IF
        END-IF
    END-IF
    IF NOT PROPOSITION-REJETEE-OUI
        MOVE PRP-NOUVELLE-ARME TO REC-WPN-NOM
        READ WEAPMAST
            INVALID KEY
                MOVE "O" TO PROPOSITION-REJETEE
                MOVE "Arme inconnue du fichier des armes" TO MOTIF-REJET
            NOT INVALID KEY
                IF REC-WPN-QTE-STOCK = 0
                    MOVE "O" TO PROPOSITION-REJETEE
                    MOVE "Stock epuise" TO MOTIF-REJET
                END-IF
        END-READ
    END-IF
    IF NOT PROPOSITION-REJETEE-OUI
        MOVE REC-CLASSE-UNITE TO CLASSE-UNITE
        PERFORM CHARGER-CLASSE-UNITE
        MOVE REC-WPN-TYPE TO TYPE-A-CONTROLER
        MOVE REC-WPN-RANG-REQUIS TO RANG-REQUIS-A-CONTROLER
        MOVE REC-RANG-ARME TO RANG-UNITE
        PERFORM CONTROLER-ARME-LEGALE
        IF NOT ARME-PERMISE-OUI
            MOVE "O" TO PROPOSITION-REJETEE
        END-IF
    END-IF.

EXECUTER-PROPOSITION.
    IF REC-ARME-UNITE NOT = SPACES
        MOVE REC-ARME-UNITE TO REC-WPN-NOM
        READ WEAPMAST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO REC-WPN-QTE-STOCK
                IF REC-WPN-QTE-SORTIE > 0
                    SUBTRACT 1 FROM REC-WPN-QTE-SORTIE
                END-IF
                PERFORM REECRIRE-ARME-JOURNAL
        END-READ
    END-IF
    MOVE PRP-NOUVELLE-ARME TO REC-WPN-NOM
    READ WEAPMAST
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SUBTRACT 1 FROM REC-WPN-QTE-STOCK
            ADD 1 TO REC-WPN-QTE-SORTIE
            PERFORM REECRIRE-ARME-JOURNAL
    END-READ
    MOVE PRP-NOUVELLE-ARME TO REC-ARME-UNITE
    MOVE REC-WPN-DURABILITE TO REC-ARME-USURE
    PERFORM REECRIRE-UNITE-JOURNAL.

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

REECRIRE-ARME-JOURNAL.
    MOVE WEAPON-RECORD TO IMAGE-APRES
    MOVE SPACES TO IMAGE-AVANT
    READ WEAPMAST
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE WEAPON-RECORD TO IMAGE-AVANT
    END-READ
    MOVE IMAGE-APRES TO WEAPON-RECORD
    MOVE "O" TO MAJ-REUSSIE
    REWRITE WEAPON-RECORD
        INVALID KEY
            MOVE "N" TO MAJ-REUSSIE
            DISPLAY "Erreur mise a jour fichier armes"
    END-REWRITE
    IF MAJ-REUSSIE-OUI
        MOVE "WEAPMAST" TO FICHIER-JOURNAL
        MOVE "R" TO ACTION-JOURNAL
        MOVE REC-WPN-NOM TO CLE-JOURNAL
        PERFORM ECRIRE-JOURNAL
    END-IF.

ECRIRE-JOURNAL.
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2) "-" DATE-AAAAMMJJ(7:2)
        DELIMITED BY SIZE INTO DATE-JOUR
    MOVE DATE-JOUR TO JRN-DATE
    ACCEPT HEURE-ACTUELLE FROM TIME
    STRING HEURE-ACTUELLE(1:2) ":" HEURE-ACTUELLE(3:2) ":"
        HEURE-ACTUELLE(5:2) DELIMITED BY SIZE INTO JRN-HEURE
    MOVE "ARMALLOC" TO JRN-PROGRAMME
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

ECRIRE-TOTAUX-PROPOSITION.
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE NB-EXAMINEES TO LT-EXAMINEES
    MOVE NB-A-EQUIPER TO LT-A-EQUIPER
    MOVE NB-PROPOSITIONS TO LT-PROPOSITIONS
    MOVE NB-SANS-PROPOSITION TO LT-SANS-PROPOSITION
    MOVE LIGNE-TOTAUX-PROPOSITION TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    IF NB-PROPOSITIONS > 0
        MOVE SPACES TO LIGNE-RAPPORT
        STRING "Mettre O dans la derniere colonne de ALLOCPRP pour "
            "approuver, puis relancer en mode A."
            DELIMITED BY SIZE INTO LIGNE-RAPPORT
        PERFORM ECRIRE-LIGNE-RAPPORT
    END-IF
    IF NB-SANS-PROPOSITION > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    DISPLAY "Allocation des armes : " LT-A-EQUIPER " unite(s) a equiper, "
        LT-PROPOSITIONS " proposition(s), " LT-SANS-PROPOSITION
        " sans arme disponible (voir ALLOCLST).".

ECRIRE-TOTAUX-APPLICATION.
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE NB-LUES TO LT-LUES
    MOVE NB-APPROUVEES TO LT-APPROUVEES
    MOVE NB-APPLIQUEES TO LT-APPLIQUEES
    MOVE NB-REJETEES TO LT-REJETEES
    MOVE LIGNE-TOTAUX-APPLICATION TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    IF NB-REJETEES > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    DISPLAY "Allocation des armes : " LT-LUES " lues, " LT-APPROUVEES
        " approuvees, " LT-APPLIQUEES " appliquees, " LT-REJETEES
        " rejetees (voir ALLOCLST).".

ECRIRE-LIGNE-RAPPORT.
    WRITE LIGNE-RAPPORT
    IF STATUT-ALLOCLST NOT = "00"
        DISPLAY "Erreur ecriture fichier rapport"
    END-IF.

FERMER-FICHIERS.
    CLOSE UNITMAST
    CLOSE WEAPMAST
    CLOSE CLASMAST
    CLOSE ALLOCPRP
    CLOSE ALLOCLST
    IF MODE-APPLICATION
        CLOSE JOURNAL
    ELSE
        IF SQUADMAST-DISPONIBLE-OUI
            CLOSE SQUADMAST
        END-IF
    END-IF.

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
    MOVE "ARMALLOC" TO RUN-PROGRAMME
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
    MOVE "ARMALLOC" TO RUN-PROGRAMME
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
        MOVE "ARMALLOC" TO RUN-PROGRAMME
        READ RUNCTL
            INVALID KEY
                DISPLAY "Fiche de controle ARMALLOC introuvable."
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
                MOVE NB-APPLIQUEES TO RUN-NB-TRAITES
                MOVE NB-REJETEES TO RUN-NB-ANOMALIES
                MOVE RETURN-CODE TO RUN-CODE-RETOUR
                REWRITE RUNCTL-RECORD
                    INVALID KEY
                        DISPLAY "Erreur mise a jour fichier controle"
                            " des traitements"
                END-REWRITE
        END-READ
        CLOSE RUNCTL
    END-IF.
