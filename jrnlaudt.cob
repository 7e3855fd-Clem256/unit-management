IDENTIFICATION DIVISION.
PROGRAM-ID. JRNLAUDT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL ASSIGN TO "JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-JOURNAL.
    SELECT HISTFILE ASSIGN TO NOM-FICHIER-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-HISTFILE.
    SELECT JRNLEXCP ASSIGN TO "JRNLEXCP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-JRNLEXCP.

DATA DIVISION.
FILE SECTION.
FD  JOURNAL.
COPY jrnlrec.
FD  HISTFILE.
COPY histrec.
FD  JRNLEXCP.
    01 LIGNE-RAPPORT          PIC X(132).

WORKING-STORAGE SECTION.
    01 STATUT-JOURNAL         PIC XX.
    01 STATUT-HISTFILE        PIC XX.
    01 STATUT-JRNLEXCP        PIC XX.
    01 NOM-FICHIER-HIST       PIC X(08).
    01 MODE-AUDIT             PIC X.
        88 MODE-DETAIL            VALUE "D".
    01 DATE-DEBUT             PIC X(10).
    01 DATE-FIN               PIC X(10).
    01 DATE-AAAAMMJJ          PIC 9(08).
    01 DATE-VEILLE-AAAAMMJJ   PIC 9(08).
    01 DATE-JOUR              PIC X(10).
    01 MOIS-COURANT           PIC X(07).
    01 MOIS-ARCHIVE           PIC X(07).
    01 ANNEE-CALCUL           PIC 9(04).
    01 MOIS-CALCUL            PIC 99.
    01 E                      PIC 9(04).
    01 K                      PIC 99.
    01 D                      PIC 99.
    01 NB-EVENEMENTS          PIC 9(04) VALUE 0.
    01 NB-EVENEMENTS-MAX      PIC 9(04) VALUE 3000.
    01 NB-LUS                 PIC 9(07) VALUE 0.
    01 NB-REECRITURES         PIC 9(07) VALUE 0.
    01 NB-SIGNALEES           PIC 9(05) VALUE 0.
    01 NB-ANOMALIES           PIC 9(05) VALUE 0.
    01 NB-DIFFERENCES         PIC 99.
    01 NB-MOTIFS              PIC 99.
    01 NB-LEVELUP-IMPUTES     PIC 9(03).
    01 E-PROMOTION            PIC 9(04).
    01 NB-JETONS              PIC 9(03).
    01 PROMO-STAT             PIC X VALUE "N".
        88 PROMO-STAT-OUI         VALUE "O".
    01 PROMO-CLASSE           PIC X VALUE "N".
        88 PROMO-CLASSE-OUI       VALUE "O".
    01 HAUSSE                 PIC 9(03).
    01 SAUT-NIVEAU            PIC 9(03).
    01 VALEUR-EDITEE          PIC ZZ9.

    01 EVENEMENTS-PROGRESSION.
        05 EVT OCCURS 3000 TIMES.
            10 EVT-NOM           PIC X(15).
            10 EVT-DATE          PIC X(10).
            10 EVT-TYPE          PIC X(10).
            10 EVT-NOUVELLE-VAL  PIC X(15).
            10 EVT-CONSOMME      PIC X.
                88 EVT-CONSOMME-OUI   VALUE "O".
            10 EVT-JETONS OCCURS 10 TIMES PIC 99.

    01 IMAGE-AVANT.
        05 AV-NOM                PIC X(15).
        05 AV-CLASSE             PIC X(10).
        05 AV-NIVEAU             PIC 99.
        05 AV-STATS.
            10 AV-STAT OCCURS 10 TIMES PIC 99.
        05 AV-ARME               PIC X(15).
        05 AV-USURE              PIC 9(03).
        05 AV-EXP                PIC 9(03).
        05 AV-HP-MAX             PIC 99.
        05 AV-STATUT             PIC X.
        05 AV-RANG-ARME          PIC X.
        05 AV-USAGE              PIC 9(03).
        05 FILLER                PIC X(05).

    01 IMAGE-APRES.
        05 AP-NOM                PIC X(15).
        05 AP-CLASSE             PIC X(10).
        05 AP-NIVEAU             PIC 99.
        05 AP-STATS.
            10 AP-STAT OCCURS 10 TIMES PIC 99.
        05 AP-ARME               PIC X(15).
        05 AP-USURE              PIC 9(03).
        05 AP-EXP                PIC 9(03).
        05 AP-HP-MAX             PIC 99.
        05 AP-STATUT             PIC X.
        05 AP-RANG-ARME          PIC X.
        05 AP-USAGE              PIC 9(03).
        05 FILLER                PIC X(05).

    01 NOMS-STATS-VALEURS.
        05 FILLER PIC X(09) VALUE "HP    HP ".
        05 FILLER PIC X(09) VALUE "ATK   ATK".
        05 FILLER PIC X(09) VALUE "MAG   MAG".
        05 FILLER PIC X(09) VALUE "TEC   TEC".
        05 FILLER PIC X(09) VALUE "SPD   SPD".
        05 FILLER PIC X(09) VALUE "LCK   LCK".
        05 FILLER PIC X(09) VALUE "CPT   CPT".
        05 FILLER PIC X(09) VALUE "DEF   DEF".
        05 FILLER PIC X(09) VALUE "RES   RES".
        05 FILLER PIC X(09) VALUE "MVT   MVT".
    01 NOMS-STATS REDEFINES NOMS-STATS-VALEURS.
        05 NOM-STAT-ENTREE OCCURS 10 TIMES.
            10 NOM-STAT          PIC X(06).
            10 JETON-STAT        PIC X(03).
    01 JETON-RECHERCHE        PIC X(04).

    01 DIFFERENCES.
        05 DIFFERENCE OCCURS 20 TIMES.
            10 DIF-CHAMP         PIC X(10).
            10 DIF-AVANT         PIC X(15).
            10 DIF-APRES         PIC X(15).
    01 MOTIFS.
        05 MOTIF OCCURS 20 TIMES PIC X(70).
    01 CHAMP-COURANT          PIC X(10).
    01 VALEUR-AVANT           PIC X(15).
    01 VALEUR-APRES           PIC X(15).
    01 MOTIF-COURANT          PIC X(70).

    01 LIGNE-REECRITURE.
        05 LR-DATE               PIC X(10).
        05 FILLER                PIC X(01).
        05 LR-HEURE              PIC X(08).
        05 FILLER                PIC X(02).
        05 LR-PROGRAMME          PIC X(08).
        05 FILLER                PIC X(02).
        05 LR-OPERATEUR          PIC X(08).
        05 FILLER                PIC X(02).
        05 LR-UNITE              PIC X(15).
        05 FILLER                PIC X(02).
        05 LR-VERDICT            PIC X(20).

    01 LIGNE-DIFFERENCE.
        05 FILLER                PIC X(06).
        05 LDF-CHAMP             PIC X(10).
        05 FILLER                PIC X(02).
        05 LDF-AVANT             PIC X(15).
        05 FILLER                PIC X(04) VALUE "->  ".
        05 LDF-APRES             PIC X(15).

    01 LIGNE-MOTIF.
        05 FILLER                PIC X(06).
        05 FILLER                PIC X(04) VALUE "*** ".
        05 LM-TEXTE              PIC X(70).

    01 LIGNE-TOTAUX.
        05 FILLER                PIC X(19) VALUE "REECRITURES LUES :".
        05 LT-REECRITURES        PIC ZZZZZZ9.
        05 FILLER                PIC X(14) VALUE "  SIGNALEES :".
        05 LT-SIGNALEES          PIC ZZZZ9.
        05 FILLER                PIC X(14) VALUE "  ANOMALIES :".
        05 LT-ANOMALIES          PIC ZZZZ9.
        05 FILLER                PIC X(23) VALUE "  EVENEMENTS CHARGES :".
        05 LT-EVENEMENTS         PIC ZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2) "-" DATE-AAAAMMJJ(7:2)
        DELIMITED BY SIZE INTO DATE-JOUR
    MOVE DATE-JOUR(1:7) TO MOIS-COURANT
    DISPLAY "Date de debut (AAAA-MM-JJ, vide = veille) : "
    ACCEPT DATE-DEBUT
    DISPLAY "Date de fin (AAAA-MM-JJ, vide = ce jour) : "
    ACCEPT DATE-FIN
    DISPLAY "Mode : E=exceptions seulement D=detail de toutes les"
        " reecritures (vide = E) : "
    ACCEPT MODE-AUDIT
    MOVE FUNCTION UPPER-CASE(MODE-AUDIT) TO MODE-AUDIT
    IF DATE-DEBUT = SPACES
        COMPUTE DATE-VEILLE-AAAAMMJJ = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(DATE-AAAAMMJJ) - 1)
        STRING DATE-VEILLE-AAAAMMJJ(1:4) "-" DATE-VEILLE-AAAAMMJJ(5:2) "-"
            DATE-VEILLE-AAAAMMJJ(7:2) DELIMITED BY SIZE INTO DATE-DEBUT
    END-IF
    IF DATE-FIN = SPACES
        MOVE DATE-JOUR TO DATE-FIN
    END-IF
    IF DATE-DEBUT(5:1) NOT = "-" OR DATE-DEBUT(1:4) IS NOT NUMERIC
            OR DATE-DEBUT(6:2) IS NOT NUMERIC
        DISPLAY "Date de debut invalide (AAAA-MM-JJ attendu)."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM INITIALISER
    PERFORM CHARGER-EVENEMENTS
    PERFORM CONTROLER-JOURNAL
    PERFORM ECRIRE-TOTAUX
    PERFORM TERMINER
    IF NB-SIGNALEES > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

INITIALISER.
    OPEN INPUT JOURNAL
    IF STATUT-JOURNAL NOT = "00"
        DISPLAY "Fichier journal absent (statut " STATUT-JOURNAL ")"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT JRNLEXCP
    IF STATUT-JRNLEXCP NOT = "00"
        DISPLAY "Erreur ouverture fichier controle du journal"
    END-IF
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "CONTROLE JOURNAL / HISTORIQUE - " DATE-JOUR
        " - PERIODE DU " DATE-DEBUT " AU " DATE-FIN
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

CHARGER-EVENEMENTS.
    MOVE DATE-DEBUT(1:4) TO ANNEE-CALCUL
    MOVE DATE-DEBUT(6:2) TO MOIS-CALCUL
    MOVE DATE-DEBUT(1:7) TO MOIS-ARCHIVE
    PERFORM UNTIL MOIS-ARCHIVE > MOIS-COURANT
        MOVE SPACES TO NOM-FICHIER-HIST
        STRING "HA" MOIS-ARCHIVE(1:4) MOIS-ARCHIVE(6:2)
            DELIMITED BY SIZE INTO NOM-FICHIER-HIST
        PERFORM LIRE-HISTORIQUE
        IF MOIS-CALCUL = 12
            MOVE 1 TO MOIS-CALCUL
            ADD 1 TO ANNEE-CALCUL
        ELSE
            ADD 1 TO MOIS-CALCUL
        END-IF
        MOVE SPACES TO MOIS-ARCHIVE
        STRING ANNEE-CALCUL "-" MOIS-CALCUL DELIMITED BY SIZE
            INTO MOIS-ARCHIVE
    END-PERFORM
    MOVE "HISTFILE" TO NOM-FICHIER-HIST
    PERFORM LIRE-HISTORIQUE.

LIRE-HISTORIQUE.
    OPEN INPUT HISTFILE
    IF STATUT-HISTFILE = "00"
        PERFORM UNTIL STATUT-HISTFILE NOT = "00"
            READ HISTFILE
                AT END MOVE "10" TO STATUT-HISTFILE
                NOT AT END
                    IF (HIST-EVENT = "LEVELUP" OR HIST-EVENT = "PROMOTION")
                            AND HIST-DATE >= DATE-DEBUT
                            AND HIST-DATE <= DATE-FIN
                        PERFORM MEMORISER-EVENEMENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTFILE
    END-IF.

MEMORISER-EVENEMENT.
    IF NB-EVENEMENTS >= NB-EVENEMENTS-MAX
        DISPLAY "Table des evenements pleine (" NB-EVENEMENTS-MAX
            "), evenement de " HIST-NOM-UNITE " ignore."
    ELSE
        ADD 1 TO NB-EVENEMENTS
        MOVE HIST-NOM-UNITE TO EVT-NOM(NB-EVENEMENTS)
        MOVE HIST-DATE TO EVT-DATE(NB-EVENEMENTS)
        MOVE HIST-EVENT TO EVT-TYPE(NB-EVENEMENTS)
        MOVE HIST-NEW-VAL TO EVT-NOUVELLE-VAL(NB-EVENEMENTS)
        MOVE "N" TO EVT-CONSOMME(NB-EVENEMENTS)
        PERFORM COMPTER-JETONS-EVENEMENT
    END-IF.

COMPTER-JETONS-EVENEMENT.
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
        MOVE SPACES TO JETON-RECHERCHE
        STRING JETON-STAT(K) DELIMITED BY SPACE
            " " DELIMITED BY SIZE INTO JETON-RECHERCHE
        MOVE 0 TO NB-JETONS
        IF K = 1
            INSPECT HIST-STATS-GAIN TALLYING NB-JETONS
                FOR ALL JETON-RECHERCHE(1:3)
        ELSE
            INSPECT HIST-STATS-GAIN TALLYING NB-JETONS
                FOR ALL JETON-RECHERCHE
        END-IF
        MOVE NB-JETONS TO EVT-JETONS(NB-EVENEMENTS, K)
    END-PERFORM.

CONTROLER-JOURNAL.
    PERFORM UNTIL STATUT-JOURNAL NOT = "00"
        READ JOURNAL
            AT END MOVE "10" TO STATUT-JOURNAL
            NOT AT END
                ADD 1 TO NB-LUS
                IF JRN-FICHIER = "UNITMAST" AND JRN-ACTION = "R"
                        AND JRN-DATE >= DATE-DEBUT
                        AND JRN-DATE <= DATE-FIN
                        AND JRN-AVANT NOT = SPACES
                        AND JRN-APRES NOT = SPACES
                    ADD 1 TO NB-REECRITURES
                    PERFORM ANALYSER-REECRITURE
                END-IF
        END-READ
    END-PERFORM.

ANALYSER-REECRITURE.
    MOVE JRN-AVANT TO IMAGE-AVANT
    MOVE JRN-APRES TO IMAGE-APRES
    MOVE 0 TO NB-DIFFERENCES
    MOVE 0 TO NB-MOTIFS
    PERFORM RELEVER-DIFFERENCES
    PERFORM IMPUTER-PROMOTION
    PERFORM CONTROLER-NIVEAU
    PERFORM CONTROLER-CLASSE
    PERFORM CONTROLER-STATS
    IF NB-MOTIFS > 0
        ADD 1 TO NB-SIGNALEES
        ADD NB-MOTIFS TO NB-ANOMALIES
        PERFORM ECRIRE-REECRITURE
    ELSE
        IF MODE-DETAIL
            PERFORM ECRIRE-REECRITURE
        END-IF
    END-IF.

RELEVER-DIFFERENCES.
    IF AP-CLASSE NOT = AV-CLASSE
        MOVE "CLASSE" TO CHAMP-COURANT
        MOVE AV-CLASSE TO VALEUR-AVANT
        MOVE AP-CLASSE TO VALEUR-APRES
        PERFORM AJOUTER-DIFFERENCE
    END-IF
    IF AP-NIVEAU NOT = AV-NIVEAU
        MOVE "NIVEAU" TO CHAMP-COURANT
        MOVE AV-NIVEAU TO VALEUR-AVANT
        MOVE AP-NIVEAU TO VALEUR-APRES
        PERFORM AJOUTER-DIFFERENCE
    END-IF
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
        IF AP-STAT(K) NOT = AV-STAT(K)
            MOVE NOM-STAT(K) TO CHAMP-COURANT
            MOVE AV-STAT(K) TO VALEUR-AVANT
            MOVE AP-STAT(K) TO VALEUR-APRES
            PERFORM AJOUTER-DIFFERENCE
        END-IF
    END-PERFORM
    IF AP-HP-MAX NOT = AV-HP-MAX
        MOVE "HP-MAX" TO CHAMP-COURANT
        MOVE AV-HP-MAX TO VALEUR-AVANT
        MOVE AP-HP-MAX TO VALEUR-APRES
        PERFORM AJOUTER-DIFFERENCE
    END-IF
    IF AP-EXP NOT = AV-EXP
        MOVE "EXP" TO CHAMP-COURANT
        MOVE AV-EXP TO VALEUR-AVANT
        MOVE AP-EXP TO VALEUR-APRES
        PERFORM AJOUTER-DIFFERENCE
    END-IF
    IF AP-ARME NOT = AV-ARME
        MOVE "ARME" TO CHAMP-COURANT
        MOVE AV-ARME TO VALEUR-AVANT
        MOVE AP-ARME TO VALEUR-APRES
        PERFORM AJOUTER-DIFFERENCE
    END-IF
    IF AP-USURE NOT = AV-USURE
        MOVE "USURE" TO CHAMP-COURANT
        MOVE AV-USURE TO VALEUR-AVANT
        MOVE AP-USURE TO VALEUR-APRES
        PERFORM AJOUTER-DIFFERENCE
    END-IF
    IF AP-STATUT NOT = AV-STATUT
        MOVE "STATUT" TO CHAMP-COURANT
        MOVE AV-STATUT TO VALEUR-AVANT
        MOVE AP-STATUT TO VALEUR-APRES
        PERFORM AJOUTER-DIFFERENCE
    END-IF
    IF AP-RANG-ARME NOT = AV-RANG-ARME
        MOVE "RANG ARME" TO CHAMP-COURANT
        MOVE AV-RANG-ARME TO VALEUR-AVANT
        MOVE AP-RANG-ARME TO VALEUR-APRES
        PERFORM AJOUTER-DIFFERENCE
    END-IF
    IF AP-USAGE NOT = AV-USAGE
        MOVE "USAGE" TO CHAMP-COURANT
        MOVE AV-USAGE TO VALEUR-AVANT
        MOVE AP-USAGE TO VALEUR-APRES
        PERFORM AJOUTER-DIFFERENCE
    END-IF.

AJOUTER-DIFFERENCE.
    IF NB-DIFFERENCES < 20
        ADD 1 TO NB-DIFFERENCES
        MOVE CHAMP-COURANT TO DIF-CHAMP(NB-DIFFERENCES)
        MOVE VALEUR-AVANT TO DIF-AVANT(NB-DIFFERENCES)
        MOVE VALEUR-APRES TO DIF-APRES(NB-DIFFERENCES)
    END-IF.

AJOUTER-MOTIF.
    IF NB-MOTIFS < 20
        ADD 1 TO NB-MOTIFS
        MOVE MOTIF-COURANT TO MOTIF(NB-MOTIFS)
    END-IF.

IMPUTER-PROMOTION.
    MOVE "N" TO PROMO-CLASSE
    MOVE 0 TO E-PROMOTION
    IF AP-CLASSE NOT = AV-CLASSE
        PERFORM VARYING E FROM 1 BY 1
                UNTIL E > NB-EVENEMENTS OR PROMO-CLASSE-OUI
            IF EVT-NOM(E) = JRN-CLE AND EVT-DATE(E) = JRN-DATE
                    AND EVT-TYPE(E) = "PROMOTION"
                    AND EVT-NOUVELLE-VAL(E) = AP-CLASSE
                    AND NOT EVT-CONSOMME-OUI(E)
                MOVE "O" TO EVT-CONSOMME(E)
                MOVE "O" TO PROMO-CLASSE
                MOVE E TO E-PROMOTION
            END-IF
        END-PERFORM
    END-IF.

CONTROLER-NIVEAU.
    IF AV-NIVEAU IS NOT NUMERIC OR AP-NIVEAU IS NOT NUMERIC
        MOVE "Niveau non numerique dans l'image du journal"
            TO MOTIF-COURANT
        PERFORM AJOUTER-MOTIF
    ELSE
        IF AP-NIVEAU > AV-NIVEAU
            COMPUTE SAUT-NIVEAU = AP-NIVEAU - AV-NIVEAU
            IF SAUT-NIVEAU > 1
                MOVE SAUT-NIVEAU TO VALEUR-EDITEE
                MOVE SPACES TO MOTIF-COURANT
                STRING "Saut de niveau de " VALEUR-EDITEE
                    " en une seule reecriture"
                    DELIMITED BY SIZE INTO MOTIF-COURANT
                PERFORM AJOUTER-MOTIF
            END-IF
            MOVE 0 TO NB-LEVELUP-IMPUTES
            PERFORM VARYING E FROM 1 BY 1 UNTIL E > NB-EVENEMENTS
                    OR NB-LEVELUP-IMPUTES = SAUT-NIVEAU
                IF EVT-NOM(E) = JRN-CLE AND EVT-DATE(E) = JRN-DATE
                        AND EVT-TYPE(E) = "LEVELUP"
                        AND NOT EVT-CONSOMME-OUI(E)
                    MOVE "O" TO EVT-CONSOMME(E)
                    ADD 1 TO NB-LEVELUP-IMPUTES
                END-IF
            END-PERFORM
            IF NB-LEVELUP-IMPUTES < SAUT-NIVEAU
                MOVE "Hausse de niveau sans LEVELUP disponible le meme jour"
                    TO MOTIF-COURANT
                PERFORM AJOUTER-MOTIF
            END-IF
        END-IF
    END-IF.

CONTROLER-CLASSE.
    IF AP-CLASSE NOT = AV-CLASSE AND NOT PROMO-CLASSE-OUI
        MOVE SPACES TO MOTIF-COURANT
        STRING "Changement de classe vers " AP-CLASSE
            " sans evenement PROMOTION le meme jour"
            DELIMITED BY SIZE INTO MOTIF-COURANT
        PERFORM AJOUTER-MOTIF
    END-IF.

CONTROLER-STATS.
    IF AV-STATS IS NOT NUMERIC OR AP-STATS IS NOT NUMERIC
            OR AV-HP-MAX IS NOT NUMERIC OR AP-HP-MAX IS NOT NUMERIC
        MOVE "Stats non numeriques dans l'image du journal"
            TO MOTIF-COURANT
        PERFORM AJOUTER-MOTIF
    ELSE
        PERFORM VARYING K FROM 2 BY 1 UNTIL K > 10
            IF AP-STAT(K) > AV-STAT(K)
                COMPUTE HAUSSE = AP-STAT(K) - AV-STAT(K)
                PERFORM CONTROLER-HAUSSE-STAT
            END-IF
        END-PERFORM
        IF AP-HP-MAX > AV-HP-MAX
            COMPUTE HAUSSE = AP-HP-MAX - AV-HP-MAX
            MOVE 1 TO K
            PERFORM CONTROLER-HAUSSE-STAT
        END-IF
    END-IF.

CONTROLER-HAUSSE-STAT.
    MOVE "N" TO PROMO-STAT
    IF E-PROMOTION > 0
        IF EVT-JETONS(E-PROMOTION, K) > 0
            MOVE "O" TO PROMO-STAT
        END-IF
    END-IF
    IF NOT PROMO-STAT-OUI
        PERFORM VARYING E FROM 1 BY 1
                UNTIL E > NB-EVENEMENTS OR HAUSSE = 0
            IF EVT-NOM(E) = JRN-CLE AND EVT-DATE(E) = JRN-DATE
                    AND EVT-TYPE(E) = "LEVELUP"
                IF EVT-JETONS(E, K) >= HAUSSE
                    SUBTRACT HAUSSE FROM EVT-JETONS(E, K)
                    MOVE 0 TO HAUSSE
                ELSE
                    SUBTRACT EVT-JETONS(E, K) FROM HAUSSE
                    MOVE 0 TO EVT-JETONS(E, K)
                END-IF
            END-IF
        END-PERFORM
    END-IF
    IF HAUSSE > 0 AND NOT PROMO-STAT-OUI
        MOVE HAUSSE TO VALEUR-EDITEE
        MOVE SPACES TO MOTIF-COURANT
        IF K = 1
            STRING "HP-MAX +" VALEUR-EDITEE
                " sans LEVELUP ni PROMOTION correspondant"
                DELIMITED BY SIZE INTO MOTIF-COURANT
        ELSE
            STRING NOM-STAT(K) DELIMITED BY SPACE
                " +" VALEUR-EDITEE
                " sans LEVELUP ni PROMOTION correspondant"
                DELIMITED BY SIZE INTO MOTIF-COURANT
        END-IF
        PERFORM AJOUTER-MOTIF
    END-IF.

ECRIRE-REECRITURE.
    MOVE SPACES TO LIGNE-REECRITURE
    MOVE JRN-DATE TO LR-DATE
    MOVE JRN-HEURE TO LR-HEURE
    MOVE JRN-PROGRAMME TO LR-PROGRAMME
    MOVE JRN-OPERATEUR TO LR-OPERATEUR
    MOVE JRN-CLE TO LR-UNITE
    IF NB-MOTIFS > 0
        MOVE "A JUSTIFIER" TO LR-VERDICT
    ELSE
        MOVE "CONFORME" TO LR-VERDICT
    END-IF
    MOVE SPACES TO LIGNE-RAPPORT
    MOVE LIGNE-REECRITURE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    PERFORM VARYING D FROM 1 BY 1 UNTIL D > NB-DIFFERENCES
        MOVE DIF-CHAMP(D) TO LDF-CHAMP
        MOVE DIF-AVANT(D) TO LDF-AVANT
        MOVE DIF-APRES(D) TO LDF-APRES
        MOVE SPACES TO LIGNE-RAPPORT
        MOVE LIGNE-DIFFERENCE TO LIGNE-RAPPORT
        PERFORM ECRIRE-LIGNE-RAPPORT
    END-PERFORM
    PERFORM VARYING D FROM 1 BY 1 UNTIL D > NB-MOTIFS
        MOVE MOTIF(D) TO LM-TEXTE
        MOVE SPACES TO LIGNE-RAPPORT
        MOVE LIGNE-MOTIF TO LIGNE-RAPPORT
        PERFORM ECRIRE-LIGNE-RAPPORT
    END-PERFORM.

ECRIRE-TOTAUX.
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE NB-REECRITURES TO LT-REECRITURES
    MOVE NB-SIGNALEES TO LT-SIGNALEES
    MOVE NB-ANOMALIES TO LT-ANOMALIES
    MOVE NB-EVENEMENTS TO LT-EVENEMENTS
    MOVE LIGNE-TOTAUX TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    DISPLAY "Controle du journal : " LT-REECRITURES " reecritures d'unites, "
        LT-SIGNALEES " a justifier (voir JRNLEXCP).".

ECRIRE-LIGNE-RAPPORT.
    WRITE LIGNE-RAPPORT
    IF STATUT-JRNLEXCP NOT = "00"
        DISPLAY "Erreur ecriture fichier controle du journal"
    END-IF.

TERMINER.
    CLOSE JOURNAL
    CLOSE JRNLEXCP.
