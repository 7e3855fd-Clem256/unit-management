    SELECT HQDEXCP ASSIGN TO "HQDEXCP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-HQDEXCP.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RUN-PROGRAMME
        FILE STATUS IS STATUT-RUNCTL.

DATA DIVISION.
FILE SECTION.
    01 LIGNE-ACK              PIC X(80).
FD  HQDEXCP.
    01 LIGNE-EXCEPTION        PIC X(132).
FD  RUNCTL.
COPY runctl.

WORKING-STORAGE SECTION.
    01 STATUT-HQORDERS        PIC XX.
    01 STATUT-SQUADMAST       PIC XX.
    01 STATUT-HQACK           PIC XX.
    01 STATUT-HQDEXCP         PIC XX.
    01 STATUT-RUNCTL          PIC XX.
    01 FIN-HQORDERS           PIC X VALUE "N".
        88 FIN-HQORDERS-OUI       VALUE "O".
    01 FICHIER-VALIDE         PIC X VALUE "O".
    01 NB-REJETEES            PIC 9(06) VALUE 0.
    01 NB-ATTENDU             PIC 9(06).
    01 DATE-AAAAMMJJ          PIC 9(08).
    01 DATE-NUIT-AAAAMMJJ     PIC 9(08).
    01 DATE-JOUR              PIC X(10).
    01 NOM-MEMBRE             PIC X(15).
    01 NOUVEAU-NOM-MEMBRE     PIC X(15).
    01 ESCOUADE-MODIFIEE      PIC X VALUE "N".
        88 ESCOUADE-MODIFIEE-OUI  VALUE "O".
    01 SAUVE-UNITE            PIC X(80).
    01 PERIODE-RUN            PIC X(10).
    01 REPONSE-REPRISE        PIC X(06).
    01 RUNCTL-PRESENT         PIC X VALUE "N".
        88 RUNCTL-PRESENT-OUI     VALUE "O".
    01 REPRISE-FORCEE         PIC X VALUE "N".
        88 REPRISE-FORCEE-OUI     VALUE "O".
    01 HEURE-ACTUELLE         PIC 9(08).

    01 ORDRE-ENTETE.
        05 OE-TYPE             PIC X.

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    PERFORM CONTROLER-REPRISE
    PERFORM INITIALISER
    PERFORM VALIDER-FICHIER-ORDRES
    IF NOT FICHIER-VALIDE-OUI
        PERFORM ECRIRE-TOTAUX
        PERFORM TERMINER
        MOVE 12 TO RETURN-CODE
        PERFORM ENREGISTRER-FIN-RUN
        STOP RUN
    END-IF
    PERFORM APPLIQUER-ORDRES
    IF NB-REJETEES > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM ENREGISTRER-FIN-RUN
    STOP RUN.

INITIALISER.
    CLOSE SQUADMAST
    CLOSE HQACK
    CLOSE HQDEXCP.

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
    MOVE "HQDIRECT" TO RUN-PROGRAMME
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
    MOVE "HQDIRECT" TO RUN-PROGRAMME
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
        MOVE "HQDIRECT" TO RUN-PROGRAMME
        READ RUNCTL
            INVALID KEY
                DISPLAY "Fiche de controle HQDIRECT introuvable."
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
                MOVE NB-DETAILS TO RUN-NB-LUS
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
