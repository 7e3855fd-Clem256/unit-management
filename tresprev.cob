IDENTIFICATION DIVISION.
PROGRAM-ID. TRESPREV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
    SELECT WEAPMAST ASSIGN TO "WEAPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-WPN-NOM
        FILE STATUS IS STATUT-WEAPMAST.
    SELECT HISTFILE ASSIGN TO "HISTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-HISTFILE.
    SELECT LEDGER ASSIGN TO "LEDGER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-LEDGER.
    SELECT TRESORIE ASSIGN TO "TRESORIE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-TRESORIE.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RUN-PROGRAMME
        FILE STATUS IS STATUT-RUNCTL.
    SELECT PREVTRES ASSIGN TO "PREVTRES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-PREVTRES.

DATA DIVISION.
FILE SECTION.
FD  UNITMAST.
COPY unitrec.
FD  CLASMAST.
COPY classrec.
FD  WEAPMAST.
COPY weaprec.
FD  HISTFILE.
COPY histrec.
FD  LEDGER.
COPY ledgrec.
FD  TRESORIE.
COPY tresrec.
FD  RUNCTL.
COPY runctl.
FD  PREVTRES.
    01 LIGNE-RAPPORT          PIC X(132).

WORKING-STORAGE SECTION.
    01 STATUT-UNITMAST        PIC XX.
    01 STATUT-CLASMAST        PIC XX.
    01 STATUT-WEAPMAST        PIC XX.
    01 STATUT-HISTFILE        PIC XX.
    01 STATUT-LEDGER          PIC XX.
    01 STATUT-TRESORIE        PIC XX.
    01 STATUT-RUNCTL          PIC XX.
    01 STATUT-PREVTRES        PIC XX.
    01 SAISIE-NB-MOIS         PIC X(02).
    01 NB-MOIS-PREVISION      PIC 99.
    01 NB-MOIS-REFERENCE      PIC 9 VALUE 3.
    01 M                      PIC 99.
    01 SOLDE-TRESORERIE       PIC S9(09) VALUE 0.
    01 SOLDE-PROJETE          PIC S9(09) VALUE 0.
    01 CLASSE-PRESENTE        PIC X VALUE "N".
        88 CLASSE-PRESENTE-OUI    VALUE "O".
    01 PAIE-MOIS-PASSEE       PIC X VALUE "N".
        88 PAIE-MOIS-PASSEE-OUI   VALUE "O".
    01 DECOUVERT-TROUVE       PIC X VALUE "N".
        88 DECOUVERT-TROUVE-OUI   VALUE "O".
    01 MOIS-DECOUVERT         PIC X(07) VALUE SPACES.
    01 DATE-AAAAMMJJ          PIC 9(08).
    01 DATE-JOUR              PIC X(10).
    01 MOIS-COURANT           PIC X(07).
    01 MOIS-PREMIER-HIST      PIC X(07) VALUE HIGH-VALUES.
    01 MOIS-REF-DEBUT         PIC X(07).
    01 MOIS-REF-FIN           PIC X(07).
    01 ANNEE-CALCUL           PIC 9(04).
    01 MOIS-CALCUL            PIC 99.
    01 MOIS-ETIQUETTE         PIC X(07).
    01 ANNEE-PREMIER-HIST     PIC 9(04).
    01 MOIS-PREMIER-NUM       PIC 99.
    01 NB-MOIS-OBSERVES       PIC 9(05) VALUE 0.
    01 NB-LEVELUP             PIC 9(07) VALUE 0.
    01 NB-EN-SERVICE          PIC 9(05) VALUE 0.
    01 NB-SANS-CLASSE         PIC 9(05) VALUE 0.
    01 NB-A-REAPPRO           PIC 9(05) VALUE 0.
    01 NB-RECRUT-REF          PIC 9(05) VALUE 0.
    01 EXP-PAR-MOIS           PIC 9(05)V99 VALUE 0.
    01 EXP-A-GAGNER           PIC 9(05).
    01 MOIS-FRANCHISSEMENT    PIC 9(05).
    01 SOLDE-UNITE            PIC 9(05).
    01 QTE-A-ACHETER          PIC 9(04).
    01 COUT-ARME              PIC 9(09).
    01 TOTAL-REAPPRO          PIC 9(09) VALUE 0.
    01 TOTAL-RECRUT-REF       PIC 9(09) VALUE 0.
    01 MOYENNE-RECRUT         PIC 9(09) VALUE 0.
    01 TOTAL-SORTIES          PIC 9(09).
    01 CUMUL-SORTIES          PIC 9(11) VALUE 0.

    01 PREVISIONS.
        05 PREVISION OCCURS 24 TIMES.
            10 PRV-MOIS          PIC X(07).
            10 PRV-NB-UNITES     PIC 9(05).
            10 PRV-NB-HAUTE      PIC 9(05).
            10 PRV-NB-FRANCHIS   PIC 9(05).
            10 PRV-SOLDES        PIC 9(09).

    01 LIGNE-ENTETE-ARMES.
        05 FILLER PIC X(17) VALUE "ARME".
        05 FILLER PIC X(10) VALUE "EN STOCK".
        05 FILLER PIC X(10) VALUE "SEUIL".
        05 FILLER PIC X(10) VALUE "A ACHETER".
        05 FILLER PIC X(10) VALUE "PRIX".
        05 FILLER PIC X(10) VALUE "COUT".

    01 LIGNE-ARME.
        05 LA-NOM                PIC X(17).
        05 LA-STOCK              PIC ZZ9.
        05 FILLER                PIC X(07).
        05 LA-SEUIL              PIC ZZ9.
        05 FILLER                PIC X(07).
        05 LA-QTE                PIC ZZZ9.
        05 FILLER                PIC X(04).
        05 LA-PRIX               PIC ZZZZ9.
        05 FILLER                PIC X(02).
        05 LA-COUT               PIC ZZZZZZZZ9.

    01 LIGNE-ENTETE.
        05 FILLER PIC X(09) VALUE "MOIS".
        05 FILLER PIC X(08) VALUE "UNITES".
        05 FILLER PIC X(08) VALUE "NIV>10".
        05 FILLER PIC X(10) VALUE "PASSENT 10".
        05 FILLER PIC X(12) VALUE "SOLDES".
        05 FILLER PIC X(12) VALUE "RECRUTEMENT".
        05 FILLER PIC X(12) VALUE "REAPPRO".
        05 FILLER PIC X(12) VALUE "SORTIES".
        05 FILLER PIC X(13) VALUE "SOLDE PREVU".

    01 LIGNE-DETAIL.
        05 LD-MOIS               PIC X(07).
        05 FILLER                PIC X(02).
        05 LD-UNITES             PIC ZZZZ9.
        05 FILLER                PIC X(03).
        05 LD-HAUTE              PIC ZZZZ9.
        05 FILLER                PIC X(03).
        05 LD-FRANCHIS           PIC ZZZZ9.
        05 FILLER                PIC X(03).
        05 LD-SOLDES             PIC ZZZZZZZZ9.
        05 FILLER                PIC X(03).
        05 LD-RECRUT             PIC ZZZZZZZZ9.
        05 FILLER                PIC X(03).
        05 LD-REAPPRO            PIC ZZZZZZZZ9.
        05 FILLER                PIC X(03).
        05 LD-SORTIES            PIC ZZZZZZZZ9.
        05 FILLER                PIC X(02).
        05 LD-SOLDE-PREVU        PIC -ZZZZZZZZ9.
        05 FILLER                PIC X(02).
        05 LD-ALERTE             PIC X(30).

    01 LIGNE-TOTAUX.
        05 FILLER                PIC X(17) VALUE "TOTAL SORTIES :".
        05 LT-SORTIES            PIC ZZZZZZZZZZ9.
        05 FILLER                PIC X(16) VALUE "  SOLDE FINAL :".
        05 LT-SOLDE-FINAL        PIC -ZZZZZZZZ9.

    01 SOLDE-EDITE            PIC -ZZZZZZZZ9.
    01 MONTANT-EDITE          PIC ZZZZZZZZ9.
    01 RYTHME-EDITE           PIC ZZ9.99.
    01 NOMBRE-EDITE           PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    DISPLAY "Horizon de la prevision en mois (01-24) : "
    ACCEPT SAISIE-NB-MOIS
    IF SAISIE-NB-MOIS IS NOT NUMERIC
        DISPLAY "Nombre de mois invalide (01-24 attendu)."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SAISIE-NB-MOIS TO NB-MOIS-PREVISION
    IF NB-MOIS-PREVISION < 1 OR NB-MOIS-PREVISION > 24
        DISPLAY "Nombre de mois invalide (01-24 attendu)."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM INITIALISER
    PERFORM MESURER-PROGRESSION
    PERFORM COMPTER-UNITES
    PERFORM CALCULER-RYTHME
    PERFORM PROJETER-SOLDES
    PERFORM MOYENNER-RECRUTEMENT
    PERFORM ECRIRE-ENTETE
    PERFORM CHIFFRER-REAPPRO
    PERFORM ECRIRE-PREVISION
    PERFORM ECRIRE-TOTAUX
    PERFORM TERMINER
    IF DECOUVERT-TROUVE-OUI
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

INITIALISER.
    OPEN INPUT UNITMAST
    IF STATUT-UNITMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier unites (statut "
            STATUT-UNITMAST ")"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CLASMAST
    IF STATUT-CLASMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier classes (statut "
            STATUT-CLASMAST ")"
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
    OPEN OUTPUT PREVTRES
    IF STATUT-PREVTRES NOT = "00"
        DISPLAY "Erreur ouverture fichier prevision de tresorerie"
    END-IF
    PERFORM CHARGER-TRESORERIE
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2) "-" DATE-AAAAMMJJ(7:2)
        DELIMITED BY SIZE INTO DATE-JOUR
    MOVE DATE-JOUR(1:7) TO MOIS-COURANT
    PERFORM CONTROLER-PAIE-MOIS
    MOVE DATE-AAAAMMJJ(1:4) TO ANNEE-CALCUL
    MOVE DATE-AAAAMMJJ(5:2) TO MOIS-CALCUL
    PERFORM RECULER-MOIS
    MOVE MOIS-ETIQUETTE TO MOIS-REF-FIN
    PERFORM RECULER-MOIS
    PERFORM RECULER-MOIS
    MOVE MOIS-ETIQUETTE TO MOIS-REF-DEBUT
    MOVE DATE-AAAAMMJJ(1:4) TO ANNEE-CALCUL
    MOVE DATE-AAAAMMJJ(5:2) TO MOIS-CALCUL
    IF PAIE-MOIS-PASSEE-OUI
        PERFORM AVANCER-MOIS
    END-IF
    PERFORM VARYING M FROM 1 BY 1 UNTIL M > NB-MOIS-PREVISION
        STRING ANNEE-CALCUL "-" MOIS-CALCUL DELIMITED BY SIZE
            INTO PRV-MOIS(M)
        MOVE 0 TO PRV-NB-UNITES(M)
        MOVE 0 TO PRV-NB-HAUTE(M)
        MOVE 0 TO PRV-NB-FRANCHIS(M)
        MOVE 0 TO PRV-SOLDES(M)
        PERFORM AVANCER-MOIS
    END-PERFORM.

CONTROLER-PAIE-MOIS.
    MOVE "N" TO PAIE-MOIS-PASSEE
    OPEN INPUT RUNCTL
    IF STATUT-RUNCTL = "00"
        MOVE "PAYROLLB" TO RUN-PROGRAMME
        READ RUNCTL
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF RUN-TERMINE AND RUN-PERIODE(1:7) >= MOIS-COURANT
                    MOVE "O" TO PAIE-MOIS-PASSEE
                END-IF
        END-READ
        CLOSE RUNCTL
    END-IF.

AVANCER-MOIS.
    IF MOIS-CALCUL = 12
        MOVE 1 TO MOIS-CALCUL
        ADD 1 TO ANNEE-CALCUL
    ELSE
        ADD 1 TO MOIS-CALCUL
    END-IF.

RECULER-MOIS.
    IF MOIS-CALCUL = 1
        MOVE 12 TO MOIS-CALCUL
        SUBTRACT 1 FROM ANNEE-CALCUL
    ELSE
        SUBTRACT 1 FROM MOIS-CALCUL
    END-IF
    MOVE SPACES TO MOIS-ETIQUETTE
    STRING ANNEE-CALCUL "-" MOIS-CALCUL DELIMITED BY SIZE
        INTO MOIS-ETIQUETTE.

MESURER-PROGRESSION.
    OPEN INPUT HISTFILE
    IF STATUT-HISTFILE = "00"
        PERFORM UNTIL STATUT-HISTFILE NOT = "00"
            READ HISTFILE
                AT END MOVE "10" TO STATUT-HISTFILE
                NOT AT END
                    IF HIST-DATE(1:4) IS NUMERIC
                            AND HIST-DATE(6:2) IS NUMERIC
                        IF HIST-DATE(1:7) < MOIS-PREMIER-HIST
                            MOVE HIST-DATE(1:7) TO MOIS-PREMIER-HIST
                        END-IF
                        IF HIST-EVENT = "LEVELUP"
                            ADD 1 TO NB-LEVELUP
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTFILE
    END-IF
    IF MOIS-PREMIER-HIST = HIGH-VALUES
        MOVE 1 TO NB-MOIS-OBSERVES
    ELSE
        MOVE MOIS-PREMIER-HIST(1:4) TO ANNEE-PREMIER-HIST
        MOVE MOIS-PREMIER-HIST(6:2) TO MOIS-PREMIER-NUM
        MOVE DATE-AAAAMMJJ(1:4) TO ANNEE-CALCUL
        MOVE DATE-AAAAMMJJ(5:2) TO MOIS-CALCUL
        IF MOIS-PREMIER-HIST >= MOIS-COURANT
            MOVE 1 TO NB-MOIS-OBSERVES
        ELSE
            COMPUTE NB-MOIS-OBSERVES =
                (ANNEE-CALCUL - ANNEE-PREMIER-HIST) * 12
                + MOIS-CALCUL - MOIS-PREMIER-NUM + 1
        END-IF
        IF NB-MOIS-OBSERVES < 1
            MOVE 1 TO NB-MOIS-OBSERVES
        END-IF
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
                IF REC-STATUT-EN-SERVICE
                    ADD 1 TO NB-EN-SERVICE
                END-IF
        END-READ
    END-PERFORM.

CALCULER-RYTHME.
    IF NB-EN-SERVICE > 0
        COMPUTE EXP-PAR-MOIS ROUNDED =
            (NB-LEVELUP * 100) / (NB-EN-SERVICE * NB-MOIS-OBSERVES)
    ELSE
        MOVE 0 TO EXP-PAR-MOIS
    END-IF.

PROJETER-SOLDES.
    MOVE "00" TO STATUT-UNITMAST
    MOVE LOW-VALUES TO REC-NOM-UNITE
    START UNITMAST KEY IS NOT LESS THAN REC-NOM-UNITE
        INVALID KEY MOVE "10" TO STATUT-UNITMAST
    END-START
    PERFORM UNTIL STATUT-UNITMAST NOT = "00"
        READ UNITMAST NEXT RECORD
            AT END MOVE "10" TO STATUT-UNITMAST
            NOT AT END
                IF REC-STATUT-EN-SERVICE
                    PERFORM PROJETER-UNITE
                END-IF
        END-READ
    END-PERFORM.

PROJETER-UNITE.
    MOVE "N" TO CLASSE-PRESENTE
    MOVE REC-CLASSE-UNITE TO REC-CLS-NOM
    READ CLASMAST
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "O" TO CLASSE-PRESENTE
    END-READ
    IF NOT CLASSE-PRESENTE-OUI
        ADD 1 TO NB-SANS-CLASSE
    ELSE
        PERFORM CALCULER-FRANCHISSEMENT
        PERFORM VARYING M FROM 1 BY 1 UNTIL M > NB-MOIS-PREVISION
            ADD 1 TO PRV-NB-UNITES(M)
            IF M >= MOIS-FRANCHISSEMENT
                MOVE REC-CLS-SOLDE-HAUTE TO SOLDE-UNITE
                ADD 1 TO PRV-NB-HAUTE(M)
            ELSE
                MOVE REC-CLS-SOLDE-BASSE TO SOLDE-UNITE
            END-IF
            IF M = MOIS-FRANCHISSEMENT AND REC-NIVEAU-UNITE <= 10
                ADD 1 TO PRV-NB-FRANCHIS(M)
            END-IF
            ADD SOLDE-UNITE TO PRV-SOLDES(M)
        END-PERFORM
    END-IF.

CALCULER-FRANCHISSEMENT.
    IF REC-NIVEAU-UNITE > 10
        MOVE 0 TO MOIS-FRANCHISSEMENT
    ELSE
        IF EXP-PAR-MOIS = 0
            MOVE 99999 TO MOIS-FRANCHISSEMENT
        ELSE
            COMPUTE EXP-A-GAGNER =
                (11 - REC-NIVEAU-UNITE) * 100 - REC-EXP-UNITE
            COMPUTE MOIS-FRANCHISSEMENT = EXP-A-GAGNER / EXP-PAR-MOIS
                ON SIZE ERROR
                    MOVE 99999 TO MOIS-FRANCHISSEMENT
                NOT ON SIZE ERROR
                    IF MOIS-FRANCHISSEMENT * EXP-PAR-MOIS < EXP-A-GAGNER
                        ADD 1 TO MOIS-FRANCHISSEMENT
                            ON SIZE ERROR MOVE 99999 TO MOIS-FRANCHISSEMENT
                        END-ADD
                    END-IF
                    IF MOIS-FRANCHISSEMENT < 1
                        MOVE 1 TO MOIS-FRANCHISSEMENT
                    END-IF
            END-COMPUTE
        END-IF
    END-IF.

MOYENNER-RECRUTEMENT.
    OPEN INPUT LEDGER
    IF STATUT-LEDGER = "00"
        PERFORM UNTIL STATUT-LEDGER NOT = "00"
            READ LEDGER
                AT END MOVE "10" TO STATUT-LEDGER
                NOT AT END
                    IF LED-NATURE = "RECRUT" AND LED-SENS = "D"
                            AND LED-DATE(1:7) >= MOIS-REF-DEBUT
                            AND LED-DATE(1:7) <= MOIS-REF-FIN
                        ADD 1 TO NB-RECRUT-REF
                        ADD LED-MONTANT TO TOTAL-RECRUT-REF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LEDGER
    END-IF
    COMPUTE MOYENNE-RECRUT ROUNDED = TOTAL-RECRUT-REF / NB-MOIS-REFERENCE.

ECRIRE-ENTETE.
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "PREVISION DE TRESORERIE - " DATE-JOUR
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SOLDE-TRESORERIE TO SOLDE-EDITE
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "SOLDE ACTUEL DE LA TRESORERIE : " SOLDE-EDITE " pieces"
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "HORIZON : " NB-MOIS-PREVISION " mois a partir de "
        PRV-MOIS(1) DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    IF PAIE-MOIS-PASSEE-OUI
        MOVE SPACES TO LIGNE-RAPPORT
        STRING "PAIE DE " MOIS-COURANT " DEJA PASSEE (PAYROLLB)"
            DELIMITED BY SIZE INTO LIGNE-RAPPORT
        PERFORM ECRIRE-LIGNE-RAPPORT
    END-IF
    MOVE NB-EN-SERVICE TO NOMBRE-EDITE
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "UNITES EN SERVICE : " NOMBRE-EDITE
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    COMPUTE RYTHME-EDITE = EXP-PAR-MOIS / 100
    MOVE NB-LEVELUP TO NOMBRE-EDITE
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "RYTHME DE PROGRESSION : " RYTHME-EDITE
        " niveau(x) par unite et par mois (" NOMBRE-EDITE
        " LEVELUP sur " NB-MOIS-OBSERVES " mois d'historique)"
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE MOYENNE-RECRUT TO MONTANT-EDITE
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "RECRUTEMENT MOYEN : " MONTANT-EDITE " pieces par mois ("
        "RECRUT de " MOIS-REF-DEBUT " a " MOIS-REF-FIN ")"
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

CHIFFRER-REAPPRO.
    MOVE "REAPPROVISIONNEMENT A FINANCER" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE LIGNE-ENTETE-ARMES TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE LOW-VALUES TO REC-WPN-NOM
    START WEAPMAST KEY IS NOT LESS THAN REC-WPN-NOM
        INVALID KEY MOVE "10" TO STATUT-WEAPMAST
    END-START
    PERFORM UNTIL STATUT-WEAPMAST NOT = "00"
        READ WEAPMAST NEXT RECORD
            AT END MOVE "10" TO STATUT-WEAPMAST
            NOT AT END
                PERFORM CHIFFRER-ARME
        END-READ
    END-PERFORM
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE TOTAL-REAPPRO TO MONTANT-EDITE
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "COUT DU REAPPROVISIONNEMENT (impute sur " PRV-MOIS(1) ") : "
        MONTANT-EDITE DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

CHIFFRER-ARME.
    IF REC-WPN-SEUIL-REAPPRO IS NUMERIC
            AND REC-WPN-SEUIL-REAPPRO > 0
            AND REC-WPN-QTE-STOCK <= REC-WPN-SEUIL-REAPPRO
        ADD 1 TO NB-A-REAPPRO
        COMPUTE QTE-A-ACHETER =
            REC-WPN-SEUIL-REAPPRO - REC-WPN-QTE-STOCK + 1
        MOVE 0 TO COUT-ARME
        IF REC-WPN-COUT IS NUMERIC
            COMPUTE COUT-ARME = QTE-A-ACHETER * REC-WPN-COUT
        END-IF
        ADD COUT-ARME TO TOTAL-REAPPRO
        MOVE REC-WPN-NOM TO LA-NOM
        MOVE REC-WPN-QTE-STOCK TO LA-STOCK
        MOVE REC-WPN-SEUIL-REAPPRO TO LA-SEUIL
        MOVE QTE-A-ACHETER TO LA-QTE
        MOVE REC-WPN-COUT TO LA-PRIX
        MOVE COUT-ARME TO LA-COUT
        MOVE SPACES TO LIGNE-RAPPORT
        MOVE LIGNE-ARME TO LIGNE-RAPPORT
        PERFORM ECRIRE-LIGNE-RAPPORT
    END-IF.

ECRIRE-PREVISION.
    MOVE "PROJECTION MENSUELLE" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE LIGNE-ENTETE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SOLDE-TRESORERIE TO SOLDE-PROJETE
    PERFORM VARYING M FROM 1 BY 1 UNTIL M > NB-MOIS-PREVISION
        MOVE SPACES TO LIGNE-DETAIL
        MOVE PRV-MOIS(M) TO LD-MOIS
        MOVE PRV-NB-UNITES(M) TO LD-UNITES
        MOVE PRV-NB-HAUTE(M) TO LD-HAUTE
        MOVE PRV-NB-FRANCHIS(M) TO LD-FRANCHIS
        MOVE PRV-SOLDES(M) TO LD-SOLDES
        MOVE MOYENNE-RECRUT TO LD-RECRUT
        COMPUTE TOTAL-SORTIES = PRV-SOLDES(M) + MOYENNE-RECRUT
        IF M = 1
            MOVE TOTAL-REAPPRO TO LD-REAPPRO
            ADD TOTAL-REAPPRO TO TOTAL-SORTIES
        ELSE
            MOVE 0 TO LD-REAPPRO
        END-IF
        MOVE TOTAL-SORTIES TO LD-SORTIES
        ADD TOTAL-SORTIES TO CUMUL-SORTIES
        SUBTRACT TOTAL-SORTIES FROM SOLDE-PROJETE
        MOVE SOLDE-PROJETE TO LD-SOLDE-PREVU
        IF SOLDE-PROJETE < 0 AND NOT DECOUVERT-TROUVE-OUI
            MOVE "O" TO DECOUVERT-TROUVE
            MOVE PRV-MOIS(M) TO MOIS-DECOUVERT
            MOVE "<<< PREMIER MOIS EN DECOUVERT" TO LD-ALERTE
        END-IF
        MOVE SPACES TO LIGNE-RAPPORT
        MOVE LIGNE-DETAIL TO LIGNE-RAPPORT
        PERFORM ECRIRE-LIGNE-RAPPORT
    END-PERFORM.

ECRIRE-TOTAUX.
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE CUMUL-SORTIES TO LT-SORTIES
    MOVE SOLDE-PROJETE TO LT-SOLDE-FINAL
    MOVE SPACES TO LIGNE-RAPPORT
    MOVE LIGNE-TOTAUX TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    IF DECOUVERT-TROUVE-OUI
        STRING "ATTENTION : TRESORERIE EN DECOUVERT A PARTIR DE "
            MOIS-DECOUVERT " - DEMANDER UNE DOTATION AVANT CETTE PAIE"
            DELIMITED BY SIZE INTO LIGNE-RAPPORT
    ELSE
        MOVE "AUCUN DECOUVERT PREVU SUR L'HORIZON DE LA PREVISION"
            TO LIGNE-RAPPORT
    END-IF
    PERFORM ECRIRE-LIGNE-RAPPORT
    IF NB-SANS-CLASSE > 0
        MOVE NB-SANS-CLASSE TO NOMBRE-EDITE
        MOVE SPACES TO LIGNE-RAPPORT
        STRING "ATTENTION : " NOMBRE-EDITE
            " unite(s) sans classe au fichier des classes, hors prevision"
            DELIMITED BY SIZE INTO LIGNE-RAPPORT
        PERFORM ECRIRE-LIGNE-RAPPORT
    END-IF
    DISPLAY "Prevision de tresorerie : " NB-MOIS-PREVISION
        " mois, solde final prevu " LT-SOLDE-FINAL " pieces."
    IF DECOUVERT-TROUVE-OUI
        DISPLAY "ATTENTION : premier mois en decouvert " MOIS-DECOUVERT "."
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

ECRIRE-LIGNE-RAPPORT.
    WRITE LIGNE-RAPPORT
    IF STATUT-PREVTRES NOT = "00"
        DISPLAY "Erreur ecriture fichier prevision de tresorerie"
    END-IF.

TERMINER.
    CLOSE UNITMAST
    CLOSE CLASMAST
    CLOSE WEAPMAST
    CLOSE PREVTRES.
