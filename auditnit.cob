    SELECT AUDITRPT ASSIGN TO "AUDITRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-AUDITRPT.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RUN-PROGRAMME
        FILE STATUS IS STATUT-RUNCTL.

DATA DIVISION.
FILE SECTION.
COPY classrec.
FD  AUDITRPT.
    01 LIGNE-AUDIT            PIC X(132).
FD  RUNCTL.
COPY runctl.

WORKING-STORAGE SECTION.
    01 STATUT-UNITMAST        PIC XX.
    01 STATUT-WEAPMAST        PIC XX.
    01 STATUT-CLASMAST        PIC XX.
    01 STATUT-AUDITRPT        PIC XX.
    01 STATUT-RUNCTL          PIC XX.
    01 NB-LUES                PIC 9(05) VALUE 0.
    01 NB-ANOMALIES           PIC 9(05) VALUE 0.
    01 ARME-PRESENTE          PIC X VALUE "N".
    01 VALEUR-RANG-UNITE      PIC 9.
    01 VALEUR-RANG-REQUIS     PIC 9.
    01 DATE-AAAAMMJJ          PIC 9(08).
    01 DATE-NUIT-AAAAMMJJ     PIC 9(08).
    01 DATE-JOUR              PIC X(10).
    01 PERIODE-RUN            PIC X(10).
    01 REPONSE-REPRISE        PIC X(06).
    01 RUNCTL-PRESENT         PIC X VALUE "N".
        88 RUNCTL-PRESENT-OUI     VALUE "O".
    01 REPRISE-FORCEE         PIC X VALUE "N".
        88 REPRISE-FORCEE-OUI     VALUE "O".
    01 HEURE-ACTUELLE         PIC 9(08).

    01 LIGNE-ANOMALIE.
        05 LA-NOM                PIC X(15).

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    PERFORM CONTROLER-REPRISE
    PERFORM INITIALISER
    PERFORM BALAYER-UNITES
    PERFORM ECRIRE-TOTAUX
    IF NB-ANOMALIES > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM ENREGISTRER-FIN-RUN
    STOP RUN.

INITIALISER.
    CLOSE WEAPMAST
    CLOSE CLASMAST
    CLOSE AUDITRPT.

CONTROLER-REPRISE.
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    ACCEPT HEURE-ACTUELLE FROM TIME
    MOVE DATE-AAAAMMJJ TO DATE-NUIT-AAAAMMJJ
    IF HEURE-ACTUELLE < 12000000
        COMPUTE DATE-NUIT-AAAAMMJJ = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(DATE-AAAAMMJJ) - 1)
    END-IF
    MOVE SPACES TO PERIODE-RUN
    STRING DATE-NUIT-AAAAMMJJ(1:4) "-" DATE-NUIT-AAAAMMJJ(5:2) "-"
        DATE-NUIT-AAAAMMJJ(7:2) DELIMITED BY SIZE INTO PERIODE-RUN
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
    MOVE "AUDITNIT" TO RUN-PROGRAMME
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
    MOVE "AUDITNIT" TO RUN-PROGRAMME
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
        MOVE "AUDITNIT" TO RUN-PROGRAMME
        READ RUNCTL
            INVALID KEY
                DISPLAY "Fiche de controle AUDITNIT introuvable."
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
                MOVE NB-LUES TO RUN-NB-TRAITES
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
