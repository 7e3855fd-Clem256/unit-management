    SELECT WEAPBKP ASSIGN TO NOM-FICHIER-WEAPBKP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-WEAPBKP.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RUN-PROGRAMME
        FILE STATUS IS STATUT-RUNCTL.

DATA DIVISION.
FILE SECTION.
    01 LIGNE-UNITBKP          PIC X(80).
FD  WEAPBKP.
    01 LIGNE-WEAPBKP          PIC X(80).
FD  RUNCTL.
COPY runctl.

WORKING-STORAGE SECTION.
    01 STATUT-UNITMAST        PIC XX.
    01 STATUT-WEAPMAST        PIC XX.
    01 STATUT-UNITBKP         PIC XX.
    01 STATUT-WEAPBKP         PIC XX.
    01 STATUT-RUNCTL          PIC XX.
    01 NOM-FICHIER-UNITBKP    PIC X(08).
    01 NOM-FICHIER-WEAPBKP    PIC X(08).
    01 JOUR-SEMAINE           PIC 9.
    01 NB-UNITES              PIC 9(05) VALUE 0.
    01 NB-ARMES               PIC 9(05) VALUE 0.
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

    01 LIGNE-ENTETE-BKP.
        05 FILLER              PIC X(12) VALUE "*SAUVEGARDE ".

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    PERFORM CONTROLER-REPRISE
    PERFORM INITIALISER
    PERFORM SAUVEGARDER-UNITES
    PERFORM SAUVEGARDER-ARMES
    DISPLAY "Sauvegarde generation " JOUR-SEMAINE " terminee : "
        NB-UNITES " unites, " NB-ARMES " armes."
    PERFORM ENREGISTRER-FIN-RUN
    STOP RUN.

INITIALISER.
    IF STATUT-WEAPBKP NOT = "00"
        DISPLAY "Erreur ecriture fichier sauvegarde armes"
    END-IF.

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
    MOVE "BACKUPMF" TO RUN-PROGRAMME
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
    MOVE "BACKUPMF" TO RUN-PROGRAMME
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
        MOVE "BACKUPMF" TO RUN-PROGRAMME
        READ RUNCTL
            INVALID KEY
                DISPLAY "Fiche de controle BACKUPMF introuvable."
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
                COMPUTE RUN-NB-LUS = NB-UNITES + NB-ARMES
                COMPUTE RUN-NB-TRAITES = NB-UNITES + NB-ARMES
                MOVE RETURN-CODE TO RUN-CODE-RETOUR
                REWRITE RUNCTL-RECORD
                    INVALID KEY
                        DISPLAY "Erreur mise a jour fichier controle"
                            " des traitements"
                END-REWRITE
        END-READ
        CLOSE RUNCTL
    END-IF.
