IDENTIFICATION DIVISION.
PROGRAM-ID. MISSIONB.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MISSMAST ASSIGN TO "MISSMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-MIS-CODE
        FILE STATUS IS STATUT-MISSMAST.
    SELECT TRESORIE ASSIGN TO "TRESORIE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-TRESORIE.
    SELECT LEDGER ASSIGN TO "LEDGER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-LEDGER.
    SELECT TRIMIS ASSIGN TO "SORTWK".
    SELECT MISSLOG ASSIGN TO "MISSLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-MISSLOG.

DATA DIVISION.
FILE SECTION.
FD  MISSMAST.
COPY missrec.
FD  TRESORIE.
COPY tresrec.
FD  LEDGER.
COPY ledgrec.
SD  TRIMIS.
    01 TRI-RECORD.
        05 TRI-ESCOUADE        PIC X(15).
        05 TRI-DATE-DEBUT      PIC X(10).
        05 TRI-CODE            PIC X(08).
        05 TRI-OBJECTIF        PIC X(30).
        05 TRI-DATE-FIN        PIC X(10).
        05 TRI-RECOMPENSE      PIC 9(07).
        05 TRI-STATUT          PIC X.
        05 TRI-ISSUE           PIC X.
        05 TRI-NB-PERTES       PIC 99.
        05 TRI-NB-MEMBRES      PIC 99.
FD  MISSLOG.
    01 LIGNE-RAPPORT          PIC X(132).

WORKING-STORAGE SECTION.
    01 STATUT-MISSMAST        PIC XX.
    01 STATUT-TRESORIE        PIC XX.
    01 STATUT-LEDGER          PIC XX.
    01 STATUT-MISSLOG         PIC XX.
    01 SOLDE-TRESORERIE       PIC S9(09) VALUE 0.
    01 FIN-TRI                PIC X.
        88 FIN-TRI-OUI            VALUE "O".
    01 DATE-AAAAMMJJ          PIC 9(08).
    01 DATE-JOUR              PIC X(10).
    01 CAMPAGNE-DEBUT         PIC X(10).
    01 CAMPAGNE-FIN           PIC X(10).
    01 ESCOUADE-COURANTE      PIC X(15).
    01 NB-POSTEES             PIC 9(05) VALUE 0.
    01 TOTAL-CREDITE          PIC 9(09) VALUE 0.

    01 CUMULS-ESCOUADE.
        05 CE-MISSIONS           PIC 9(05).
        05 CE-SUCCES             PIC 9(05).
        05 CE-ECHECS             PIC 9(05).
        05 CE-PERTES             PIC 9(05).
        05 CE-RECOMPENSES        PIC 9(09).
    01 CUMULS-CAMPAGNE.
        05 CG-MISSIONS           PIC 9(05) VALUE 0.
        05 CG-SUCCES             PIC 9(05) VALUE 0.
        05 CG-ECHECS             PIC 9(05) VALUE 0.
        05 CG-PERTES             PIC 9(05) VALUE 0.
        05 CG-RECOMPENSES        PIC 9(09) VALUE 0.

    01 LIGNE-ENTETE.
        05 FILLER PIC X(10) VALUE "CODE".
        05 FILLER PIC X(32) VALUE "OBJECTIF".
        05 FILLER PIC X(12) VALUE "DEBUT".
        05 FILLER PIC X(12) VALUE "FIN".
        05 FILLER PIC X(10) VALUE "ISSUE".
        05 FILLER PIC X(09) VALUE "ENGAGES".
        05 FILLER PIC X(08) VALUE "PERTES".
        05 FILLER PIC X(10) VALUE "RECOMPENSE".

    01 LIGNE-ESCOUADE.
        05 FILLER                PIC X(11) VALUE "ESCOUADE : ".
        05 LE-NOM                PIC X(15).

    01 LIGNE-DETAIL.
        05 LD-CODE               PIC X(10).
        05 LD-OBJECTIF           PIC X(32).
        05 LD-DEBUT              PIC X(12).
        05 LD-FIN                PIC X(12).
        05 LD-ISSUE              PIC X(10).
        05 LD-ENGAGES            PIC Z9.
        05 FILLER                PIC X(07).
        05 LD-PERTES             PIC Z9.
        05 FILLER                PIC X(06).
        05 LD-RECOMPENSE         PIC ZZZZZZ9.

    01 LIGNE-TOTAUX.
        05 LT-LIBELLE            PIC X(14).
        05 FILLER                PIC X(11) VALUE "MISSIONS :".
        05 LT-MISSIONS           PIC ZZZZ9.
        05 FILLER                PIC X(10) VALUE "  SUCCES :".
        05 LT-SUCCES             PIC ZZZZ9.
        05 FILLER                PIC X(10) VALUE "  ECHECS :".
        05 LT-ECHECS             PIC ZZZZ9.
        05 FILLER                PIC X(10) VALUE "  PERTES :".
        05 LT-PERTES             PIC ZZZZ9.
        05 FILLER                PIC X(15) VALUE "  RECOMPENSES :".
        05 LT-RECOMPENSES        PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    DISPLAY "=== Resultats des missions ==="
    DISPLAY "Debut de campagne (AAAA-MM-JJ, vide = toutes) : "
    ACCEPT CAMPAGNE-DEBUT
    DISPLAY "Fin de campagne (AAAA-MM-JJ, vide = toutes) : "
    ACCEPT CAMPAGNE-FIN
    IF CAMPAGNE-FIN = SPACES
        MOVE ALL "9" TO CAMPAGNE-FIN
    END-IF
    PERFORM INITIALISER
    PERFORM POSTER-MISSIONS
    PERFORM ECRIRE-ENTETE
    SORT TRIMIS
        ON ASCENDING KEY TRI-ESCOUADE
        ON ASCENDING KEY TRI-DATE-DEBUT
        ON ASCENDING KEY TRI-CODE
        INPUT PROCEDURE IS ALIMENTER-TRI
        OUTPUT PROCEDURE IS RESTITUER-TRI
    PERFORM ECRIRE-TOTAUX
    PERFORM TERMINER
    STOP RUN.

INITIALISER.
    OPEN I-O MISSMAST
    IF STATUT-MISSMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier missions (statut "
            STATUT-MISSMAST ")"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND LEDGER
    IF STATUT-LEDGER = "35"
        OPEN OUTPUT LEDGER
        CLOSE LEDGER
        OPEN EXTEND LEDGER
    END-IF
    OPEN OUTPUT MISSLOG
    IF STATUT-MISSLOG NOT = "00"
        DISPLAY "Erreur ouverture fichier journal des missions"
    END-IF
    PERFORM CHARGER-TRESORERIE
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2) "-" DATE-AAAAMMJJ(7:2)
        DELIMITED BY SIZE INTO DATE-JOUR.

POSTER-MISSIONS.
    MOVE LOW-VALUES TO REC-MIS-CODE
    START MISSMAST KEY IS NOT LESS THAN REC-MIS-CODE
        INVALID KEY MOVE "10" TO STATUT-MISSMAST
    END-START
    PERFORM UNTIL STATUT-MISSMAST NOT = "00"
        READ MISSMAST NEXT RECORD
            AT END MOVE "10" TO STATUT-MISSMAST
            NOT AT END
                IF REC-MIS-CLOSE
                    PERFORM POSTER-MISSION
                END-IF
        END-READ
    END-PERFORM.

POSTER-MISSION.
    MOVE "P" TO REC-MIS-STATUT
    REWRITE MISSION-RECORD
        INVALID KEY
            DISPLAY "Erreur mise a jour fichier missions "
                REC-MIS-CODE
        NOT INVALID KEY
            ADD 1 TO NB-POSTEES
            IF REC-MIS-SUCCES AND REC-MIS-RECOMPENSE > 0
                ADD REC-MIS-RECOMPENSE TO SOLDE-TRESORERIE
                ADD REC-MIS-RECOMPENSE TO TOTAL-CREDITE
                PERFORM ECRIRE-LEDGER-MISSION
            END-IF
    END-REWRITE.

ECRIRE-LEDGER-MISSION.
    MOVE DATE-JOUR TO LED-DATE
    MOVE "MISSIONB" TO LED-ORIGINE
    MOVE "MISSION" TO LED-NATURE
    MOVE SPACES TO LED-LIBELLE
    STRING REC-MIS-CODE " " REC-MIS-ESCOUADE
        DELIMITED BY SIZE INTO LED-LIBELLE
    MOVE "C" TO LED-SENS
    MOVE REC-MIS-RECOMPENSE TO LED-MONTANT
    MOVE SOLDE-TRESORERIE TO LED-SOLDE
    MOVE SPACES TO LED-OPERATEUR
    WRITE LEDGER-RECORD
    IF STATUT-LEDGER NOT = "00"
        DISPLAY "Erreur ecriture fichier livre de comptes"
    END-IF.

ALIMENTER-TRI.
    MOVE LOW-VALUES TO REC-MIS-CODE
    START MISSMAST KEY IS NOT LESS THAN REC-MIS-CODE
        INVALID KEY MOVE "10" TO STATUT-MISSMAST
    END-START
    PERFORM UNTIL STATUT-MISSMAST NOT = "00"
        READ MISSMAST NEXT RECORD
            AT END MOVE "10" TO STATUT-MISSMAST
            NOT AT END
                IF REC-MIS-ESCOUADE NOT = SPACES
                        AND REC-MIS-DATE-DEBUT >= CAMPAGNE-DEBUT
                        AND REC-MIS-DATE-DEBUT <= CAMPAGNE-FIN
                    MOVE REC-MIS-ESCOUADE TO TRI-ESCOUADE
                    MOVE REC-MIS-DATE-DEBUT TO TRI-DATE-DEBUT
                    MOVE REC-MIS-CODE TO TRI-CODE
                    MOVE REC-MIS-OBJECTIF TO TRI-OBJECTIF
                    MOVE REC-MIS-DATE-FIN TO TRI-DATE-FIN
                    MOVE REC-MIS-RECOMPENSE TO TRI-RECOMPENSE
                    MOVE REC-MIS-STATUT TO TRI-STATUT
                    MOVE REC-MIS-ISSUE TO TRI-ISSUE
                    MOVE REC-MIS-NB-PERTES TO TRI-NB-PERTES
                    MOVE REC-MIS-NB-MEMBRES TO TRI-NB-MEMBRES
                    RELEASE TRI-RECORD
                END-IF
        END-READ
    END-PERFORM.

RESTITUER-TRI.
    MOVE SPACES TO ESCOUADE-COURANTE
    MOVE "N" TO FIN-TRI
    PERFORM UNTIL FIN-TRI-OUI
        RETURN TRIMIS
            AT END MOVE "O" TO FIN-TRI
            NOT AT END
                IF TRI-ESCOUADE NOT = ESCOUADE-COURANTE
                    IF ESCOUADE-COURANTE NOT = SPACES
                        PERFORM ECRIRE-TOTAUX-ESCOUADE
                    END-IF
                    PERFORM ECRIRE-ENTETE-ESCOUADE
                END-IF
                PERFORM ECRIRE-DETAIL
        END-RETURN
    END-PERFORM
    IF ESCOUADE-COURANTE NOT = SPACES
        PERFORM ECRIRE-TOTAUX-ESCOUADE
    END-IF.

ECRIRE-ENTETE.
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "JOURNAL DES MISSIONS - " DATE-JOUR DELIMITED BY SIZE
        INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    IF CAMPAGNE-DEBUT = SPACES AND CAMPAGNE-FIN = ALL "9"
        MOVE "CAMPAGNE : TOUTES LES MISSIONS" TO LIGNE-RAPPORT
    ELSE
        STRING "CAMPAGNE : MISSIONS DEBUTANT DU " CAMPAGNE-DEBUT
            " AU " CAMPAGNE-FIN DELIMITED BY SIZE INTO LIGNE-RAPPORT
    END-IF
    PERFORM ECRIRE-LIGNE-RAPPORT.

ECRIRE-ENTETE-ESCOUADE.
    MOVE TRI-ESCOUADE TO ESCOUADE-COURANTE
    MOVE 0 TO CE-MISSIONS
    MOVE 0 TO CE-SUCCES
    MOVE 0 TO CE-ECHECS
    MOVE 0 TO CE-PERTES
    MOVE 0 TO CE-RECOMPENSES
    MOVE SPACES TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE TRI-ESCOUADE TO LE-NOM
    MOVE LIGNE-ESCOUADE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE LIGNE-ENTETE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

ECRIRE-DETAIL.
    MOVE SPACES TO LIGNE-DETAIL
    MOVE TRI-CODE TO LD-CODE
    MOVE TRI-OBJECTIF TO LD-OBJECTIF
    MOVE TRI-DATE-DEBUT TO LD-DEBUT
    MOVE TRI-DATE-FIN TO LD-FIN
    MOVE TRI-NB-MEMBRES TO LD-ENGAGES
    MOVE 0 TO LD-PERTES
    MOVE 0 TO LD-RECOMPENSE
    ADD 1 TO CE-MISSIONS
    EVALUATE TRUE
        WHEN TRI-STATUT = "P" AND TRI-ISSUE = "S"
            MOVE "SUCCES" TO LD-ISSUE
            MOVE TRI-NB-PERTES TO LD-PERTES
            MOVE TRI-RECOMPENSE TO LD-RECOMPENSE
            ADD 1 TO CE-SUCCES
            ADD TRI-NB-PERTES TO CE-PERTES
            ADD TRI-RECOMPENSE TO CE-RECOMPENSES
        WHEN TRI-STATUT = "P"
            MOVE "ECHEC" TO LD-ISSUE
            MOVE TRI-NB-PERTES TO LD-PERTES
            ADD 1 TO CE-ECHECS
            ADD TRI-NB-PERTES TO CE-PERTES
        WHEN TRI-STATUT = "C"
            MOVE "A POSTER" TO LD-ISSUE
        WHEN OTHER
            MOVE "EN COURS" TO LD-ISSUE
    END-EVALUATE
    MOVE SPACES TO LIGNE-RAPPORT
    MOVE LIGNE-DETAIL TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

ECRIRE-TOTAUX-ESCOUADE.
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE "BILAN :" TO LT-LIBELLE
    MOVE CE-MISSIONS TO LT-MISSIONS
    MOVE CE-SUCCES TO LT-SUCCES
    MOVE CE-ECHECS TO LT-ECHECS
    MOVE CE-PERTES TO LT-PERTES
    MOVE CE-RECOMPENSES TO LT-RECOMPENSES
    MOVE SPACES TO LIGNE-RAPPORT
    MOVE LIGNE-TOTAUX TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    ADD CE-MISSIONS TO CG-MISSIONS
    ADD CE-SUCCES TO CG-SUCCES
    ADD CE-ECHECS TO CG-ECHECS
    ADD CE-PERTES TO CG-PERTES
    ADD CE-RECOMPENSES TO CG-RECOMPENSES.

ECRIRE-TOTAUX.
    MOVE SPACES TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "=" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE "CAMPAGNE :" TO LT-LIBELLE
    MOVE CG-MISSIONS TO LT-MISSIONS
    MOVE CG-SUCCES TO LT-SUCCES
    MOVE CG-ECHECS TO LT-ECHECS
    MOVE CG-PERTES TO LT-PERTES
    MOVE CG-RECOMPENSES TO LT-RECOMPENSES
    MOVE SPACES TO LIGNE-RAPPORT
    MOVE LIGNE-TOTAUX TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "SOLDE TRESORERIE APRES CREDIT DES RECOMPENSES : "
        SOLDE-TRESORERIE DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

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

ECRIRE-LIGNE-RAPPORT.
    WRITE LIGNE-RAPPORT
    IF STATUT-MISSLOG NOT = "00"
        DISPLAY "Erreur ecriture fichier journal des missions"
    END-IF.

TERMINER.
    PERFORM SAUVER-TRESORERIE
    CLOSE MISSMAST
    CLOSE LEDGER
    CLOSE MISSLOG
    DISPLAY "Missions : " NB-POSTEES " resultat(s) poste(s), "
        TOTAL-CREDITE " pieces creditees, solde " SOLDE-TRESORERIE "."
    DISPLAY "Journal des missions genere (voir fichier MISSLOG).".
