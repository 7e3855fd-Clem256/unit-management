    SELECT HISTWORK ASSIGN TO "HISTWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-HISTWORK.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RUN-PROGRAMME
        FILE STATUS IS STATUT-RUNCTL.

DATA DIVISION.
FILE SECTION.
    01 LIGNE-ARCHIVE          PIC X(105).
FD  HISTWORK.
    01 LIGNE-TRAVAIL          PIC X(105).
FD  RUNCTL.
COPY runctl.

WORKING-STORAGE SECTION.
    01 STATUT-HISTFILE        PIC XX.
    01 STATUT-HISTARCH        PIC XX.
    01 STATUT-HISTWORK        PIC XX.
    01 STATUT-RUNCTL          PIC XX.
    01 NOM-FICHIER-ARCHIVE    PIC X(08).
    01 MOIS-A-CLORE           PIC X(07).
    01 MOIS-COURANT           PIC X(07).
    01 NB-ARCHIVES            PIC 9(06) VALUE 0.
    01 NB-CONSERVES           PIC 9(06) VALUE 0.
    01 DATE-AAAAMMJJ          PIC 9(08).
    01 PERIODE-RUN            PIC X(10).
    01 REPONSE-REPRISE        PIC X(06).
    01 RUNCTL-PRESENT         PIC X VALUE "N".
        88 RUNCTL-PRESENT-OUI     VALUE "O".
    01 REPRISE-FORCEE         PIC X VALUE "N".
        88 REPRISE-FORCEE-OUI     VALUE "O".
    01 HEURE-ACTUELLE         PIC 9(08).

PROCEDURE DIVISION.
MAIN-LOGIQUE.
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE MOIS-A-CLORE TO PERIODE-RUN
    PERFORM CONTROLER-REPRISE
    STRING "HA" MOIS-A-CLORE(1:4) MOIS-A-CLORE(6:2)
        DELIMITED BY SIZE INTO NOM-FICHIER-ARCHIVE
    PERFORM SEPARER-HISTORIQUE
    PERFORM RECHARGER-HISTORIQUE
    DISPLAY "Archivage termine : " NB-ARCHIVES " evenements vers "
        NOM-FICHIER-ARCHIVE ", " NB-CONSERVES " conserves."
    PERFORM ENREGISTRER-FIN-RUN
    STOP RUN.

SEPARER-HISTORIQUE.
    END-PERFORM
    CLOSE HISTWORK
    CLOSE HISTFILE.

CONTROLER-REPRISE.
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
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
    MOVE "HISTARCH" TO RUN-PROGRAMME
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
    MOVE "HISTARCH" TO RUN-PROGRAMME
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
        MOVE "HISTARCH" TO RUN-PROGRAMME
        READ RUNCTL
            INVALID KEY
                DISPLAY "Fiche de controle HISTARCH introuvable."
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
                MOVE NB-LUS TO RUN-NB-LUS
                MOVE NB-ARCHIVES TO RUN-NB-TRAITES
                MOVE RETURN-CODE TO RUN-CODE-RETOUR
                REWRITE RUNCTL-RECORD
                    INVALID KEY
                        DISPLAY "Erreur mise a jour fichier controle"
                            " des traitements"
                END-REWRITE
        END-READ
        CLOSE RUNCTL
    END-IF.
