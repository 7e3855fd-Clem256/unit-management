IDENTIFICATION DIVISION.
PROGRAM-ID. RUNSTAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUNCTL ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RUN-PROGRAMME
        FILE STATUS IS STATUT-RUNCTL.
    SELECT RUNSTRPT ASSIGN TO "RUNSTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-RUNSTRPT.

DATA DIVISION.
FILE SECTION.
FD  RUNCTL.
COPY runctl.
FD  RUNSTRPT.
    01 LIGNE-RAPPORT          PIC X(132).

WORKING-STORAGE SECTION.
    01 STATUT-RUNCTL          PIC XX.
    01 STATUT-RUNSTRPT        PIC XX.
    01 RUNCTL-OUVERT          PIC X VALUE "N".
        88 RUNCTL-OUVERT-OUI      VALUE "O".
    01 FICHE-TROUVEE          PIC X VALUE "N".
        88 FICHE-TROUVEE-OUI      VALUE "O".
    01 ETAPE-A-JOUR           PIC X VALUE "N".
        88 ETAPE-A-JOUR-OUI       VALUE "O".
    01 I                      PIC 99.
    01 NB-EXECUTEES           PIC 9(05) VALUE 0.
    01 NB-ECHECS              PIC 9(05) VALUE 0.
    01 NB-NON-EXECUTEES       PIC 9(05) VALUE 0.
    01 NB-EN-ATTENTE          PIC 9(05) VALUE 0.
    01 NB-ALERTES             PIC 9(05) VALUE 0.
    01 DATE-AAAAMMJJ          PIC 9(08).
    01 DATE-VEILLE-AAAAMMJJ   PIC 9(08).
    01 DATE-JOUR              PIC X(10).
    01 DATE-VEILLE            PIC X(10).
    01 MOIS-COURANT           PIC X(07).
    01 MOIS-PRECEDENT         PIC X(07).
    01 ANNEE-CALCUL           PIC 9(04).
    01 MOIS-CALCUL            PIC 99.
    01 PERIODE-ATTENDUE       PIC X(10).
    01 HEURE-DEBUT-NUIT       PIC X(08) VALUE "18:00:00".
    01 HEURE-FIN-NUIT         PIC X(08) VALUE "12:00:00".
    01 HEURE-ACTUELLE         PIC 9(08).

    01 ETAPES-CHAINE-VALEURS.
        05 FILLER PIC X(39) VALUE
            "BACKUPMFQSauvegarde fichiers maitres   ".
        05 FILLER PIC X(39) VALUE
            "HQDIRECTQOrdres de l'etat-major        ".
        05 FILLER PIC X(39) VALUE
            "RECRUITBQChargement des recrues        ".
        05 FILLER PIC X(39) VALUE
            "SUPPLINBQReception des livraisons      ".
        05 FILLER PIC X(39) VALUE
            "INFIRMRYQSoins de l'infirmerie         ".
        05 FILLER PIC X(39) VALUE
            "WPNRECONQRapprochement des armes       ".
        05 FILLER PIC X(39) VALUE
            "AUDITNITQAudit d'integrite             ".
        05 FILLER PIC X(39) VALUE
            "PAYROLLBMSolde mensuelle               ".
        05 FILLER PIC X(39) VALUE
            "HISTARCHMArchivage de l'historique     ".
    01 ETAPES-CHAINE REDEFINES ETAPES-CHAINE-VALEURS.
        05 ETAPE OCCURS 9 TIMES.
            10 ETAPE-PROGRAMME  PIC X(08).
            10 ETAPE-FREQUENCE  PIC X.
                88 ETAPE-MENSUELLE  VALUE "M".
            10 ETAPE-LIBELLE    PIC X(30).

    01 LIGNE-ENTETE.
        05 FILLER                PIC X(10) VALUE "ETAPE".
        05 FILLER                PIC X(31) VALUE "TRAITEMENT".
        05 FILLER                PIC X(11) VALUE "PERIODE".
        05 FILLER                PIC X(11) VALUE "DATE".
        05 FILLER                PIC X(09) VALUE "DEBUT".
        05 FILLER                PIC X(09) VALUE "FIN".
        05 FILLER                PIC X(08) VALUE "LUS".
        05 FILLER                PIC X(08) VALUE "TRAITES".
        05 FILLER                PIC X(08) VALUE "ANOMAL.".
        05 FILLER                PIC X(04) VALUE "RC".
        05 FILLER                PIC X(02) VALUE "F".
        05 FILLER                PIC X(20) VALUE "ETAT".

    01 LIGNE-DETAIL.
        05 LD-PROGRAMME          PIC X(08).
        05 FILLER                PIC X(02).
        05 LD-LIBELLE            PIC X(30).
        05 FILLER                PIC X(01).
        05 LD-PERIODE            PIC X(10).
        05 FILLER                PIC X(01).
        05 LD-DATE               PIC X(10).
        05 FILLER                PIC X(01).
        05 LD-DEBUT              PIC X(08).
        05 FILLER                PIC X(01).
        05 LD-FIN                PIC X(08).
        05 FILLER                PIC X(01).
        05 LD-LUS                PIC ZZZZZZ9.
        05 FILLER                PIC X(01).
        05 LD-TRAITES            PIC ZZZZZZ9.
        05 FILLER                PIC X(01).
        05 LD-ANOMALIES          PIC ZZZZZZ9.
        05 FILLER                PIC X(01).
        05 LD-CODE-RETOUR        PIC ZZ9.
        05 FILLER                PIC X(01).
        05 LD-FORCE              PIC X.
        05 FILLER                PIC X(01).
        05 LD-ETAT               PIC X(20).

    01 LIGNE-TOTAUX.
        05 FILLER                PIC X(12) VALUE "EXECUTEES :".
        05 LT-EXECUTEES          PIC ZZZZ9.
        05 FILLER                PIC X(13) VALUE "  ALERTES :".
        05 LT-ALERTES            PIC ZZZZ9.
        05 FILLER                PIC X(12) VALUE "  ECHECS :".
        05 LT-ECHECS             PIC ZZZZ9.
        05 FILLER                PIC X(18) VALUE "  NON EXECUTEES :".
        05 LT-NON-EXECUTEES      PIC ZZZZ9.
        05 FILLER                PIC X(15) VALUE "  EN ATTENTE :".
        05 LT-EN-ATTENTE         PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    PERFORM INITIALISER
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
        PERFORM EXAMINER-ETAPE
    END-PERFORM
    PERFORM ECRIRE-TOTAUX
    PERFORM TERMINER
    IF NB-ECHECS > 0 OR NB-NON-EXECUTEES > 0
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

INITIALISER.
    OPEN INPUT RUNCTL
    IF STATUT-RUNCTL = "00"
        MOVE "O" TO RUNCTL-OUVERT
    ELSE
        IF STATUT-RUNCTL = "35"
            DISPLAY "Fichier de controle des traitements absent : "
                "aucun passage enregistre."
        ELSE
            DISPLAY "Erreur ouverture fichier controle des traitements "
                "(statut " STATUT-RUNCTL ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT RUNSTRPT
    IF STATUT-RUNSTRPT NOT = "00"
        DISPLAY "Erreur ouverture fichier etat de la chaine (statut "
            STATUT-RUNSTRPT ")"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2) "-" DATE-AAAAMMJJ(7:2)
        DELIMITED BY SIZE INTO DATE-JOUR
    COMPUTE DATE-VEILLE-AAAAMMJJ = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE(DATE-AAAAMMJJ) - 1)
    STRING DATE-VEILLE-AAAAMMJJ(1:4) "-" DATE-VEILLE-AAAAMMJJ(5:2) "-"
        DATE-VEILLE-AAAAMMJJ(7:2) DELIMITED BY SIZE INTO DATE-VEILLE
    MOVE DATE-JOUR(1:7) TO MOIS-COURANT
    MOVE DATE-AAAAMMJJ(1:4) TO ANNEE-CALCUL
    MOVE DATE-AAAAMMJJ(5:2) TO MOIS-CALCUL
    IF MOIS-CALCUL = 1
        MOVE 12 TO MOIS-CALCUL
        SUBTRACT 1 FROM ANNEE-CALCUL
    ELSE
        SUBTRACT 1 FROM MOIS-CALCUL
    END-IF
    STRING ANNEE-CALCUL "-" MOIS-CALCUL DELIMITED BY SIZE
        INTO MOIS-PRECEDENT
    ACCEPT HEURE-ACTUELLE FROM TIME
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "ETAT DE LA CHAINE DE NUIT - " DATE-JOUR " "
        HEURE-ACTUELLE(1:2) ":" HEURE-ACTUELLE(3:2)
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "Nuit du " DATE-VEILLE " " HEURE-DEBUT-NUIT(1:5) " au "
        DATE-JOUR " " HEURE-FIN-NUIT(1:5) " - mois a payer " MOIS-COURANT
        ", mois a archiver " MOIS-PRECEDENT
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE
    MOVE LIGNE-ENTETE TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE.

EXAMINER-ETAPE.
    MOVE SPACES TO LIGNE-DETAIL
    MOVE ETAPE-PROGRAMME(I) TO LD-PROGRAMME
    MOVE ETAPE-LIBELLE(I) TO LD-LIBELLE
    MOVE "N" TO FICHE-TROUVEE
    IF RUNCTL-OUVERT-OUI
        MOVE ETAPE-PROGRAMME(I) TO RUN-PROGRAMME
        READ RUNCTL
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "O" TO FICHE-TROUVEE
        END-READ
    END-IF
    IF NOT FICHE-TROUVEE-OUI
        MOVE "JAMAIS EXECUTE" TO LD-ETAT
        ADD 1 TO NB-NON-EXECUTEES
    ELSE
        MOVE RUN-PERIODE TO LD-PERIODE
        MOVE RUN-DATE TO LD-DATE
        MOVE RUN-HEURE-DEBUT TO LD-DEBUT
        MOVE RUN-HEURE-FIN TO LD-FIN
        MOVE RUN-NB-LUS TO LD-LUS
        MOVE RUN-NB-TRAITES TO LD-TRAITES
        MOVE RUN-NB-ANOMALIES TO LD-ANOMALIES
        MOVE RUN-CODE-RETOUR TO LD-CODE-RETOUR
        MOVE RUN-FORCE TO LD-FORCE
        PERFORM CONTROLER-ECHEANCE
        PERFORM QUALIFIER-ETAPE
    END-IF
    MOVE LIGNE-DETAIL TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE.

CONTROLER-ECHEANCE.
    MOVE "N" TO ETAPE-A-JOUR
    IF ETAPE-MENSUELLE(I)
        IF ETAPE-PROGRAMME(I) = "HISTARCH"
            MOVE MOIS-PRECEDENT TO PERIODE-ATTENDUE
        ELSE
            MOVE MOIS-COURANT TO PERIODE-ATTENDUE
        END-IF
        IF RUN-PERIODE >= PERIODE-ATTENDUE
            MOVE "O" TO ETAPE-A-JOUR
        END-IF
    ELSE
        IF RUN-DATE = DATE-VEILLE
                AND RUN-HEURE-DEBUT >= HEURE-DEBUT-NUIT
            MOVE "O" TO ETAPE-A-JOUR
        END-IF
        IF RUN-DATE = DATE-JOUR
                AND RUN-HEURE-DEBUT < HEURE-FIN-NUIT
            MOVE "O" TO ETAPE-A-JOUR
        END-IF
    END-IF.

QUALIFIER-ETAPE.
    IF RUN-EN-COURS
        MOVE "INTERROMPU" TO LD-ETAT
        ADD 1 TO NB-ECHECS
    ELSE
    IF RUN-ECHEC
        MOVE "ECHEC" TO LD-ETAT
        ADD 1 TO NB-ECHECS
    ELSE
    IF NOT ETAPE-A-JOUR-OUI
        IF ETAPE-MENSUELLE(I)
            MOVE "EN ATTENTE" TO LD-ETAT
            ADD 1 TO NB-EN-ATTENTE
        ELSE
            MOVE "NON EXECUTE" TO LD-ETAT
            ADD 1 TO NB-NON-EXECUTEES
        END-IF
    ELSE
        IF RUN-CODE-RETOUR >= 8
            MOVE "TERMINE AVEC ALERTE" TO LD-ETAT
            ADD 1 TO NB-ALERTES
        ELSE
            MOVE "TERMINE" TO LD-ETAT
        END-IF
        ADD 1 TO NB-EXECUTEES
    END-IF
    END-IF
    END-IF.

ECRIRE-TOTAUX.
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE
    MOVE NB-EXECUTEES TO LT-EXECUTEES
    MOVE NB-ALERTES TO LT-ALERTES
    MOVE NB-ECHECS TO LT-ECHECS
    MOVE NB-NON-EXECUTEES TO LT-NON-EXECUTEES
    MOVE NB-EN-ATTENTE TO LT-EN-ATTENTE
    MOVE LIGNE-TOTAUX TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE
    MOVE SPACES TO LIGNE-RAPPORT
    MOVE "F = O : passage force par l'operateur malgre une periode deja traitee"
        TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE
    DISPLAY "Etat de la chaine : " LT-EXECUTEES " executees, "
        LT-ALERTES " avec alerte, " LT-ECHECS " en echec, "
        LT-NON-EXECUTEES " non executees, " LT-EN-ATTENTE " en attente.".

ECRIRE-LIGNE.
    WRITE LIGNE-RAPPORT
    IF STATUT-RUNSTRPT NOT = "00"
        DISPLAY "Erreur ecriture fichier etat de la chaine"
    END-IF.

TERMINER.
    IF RUNCTL-OUVERT-OUI
        CLOSE RUNCTL
    END-IF
    CLOSE RUNSTRPT.
