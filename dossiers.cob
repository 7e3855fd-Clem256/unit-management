IDENTIFICATION DIVISION.
PROGRAM-ID. DOSSIERS.

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
    SELECT SQUADMAST ASSIGN TO "SQUADMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-ESC-NOM
        FILE STATUS IS STATUT-SQUADMAST.
    SELECT HISTFILE ASSIGN TO NOM-FICHIER-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-HISTFILE.
    SELECT JOURNAL ASSIGN TO "JOURNAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-JOURNAL.
    SELECT LEDGER ASSIGN TO "LEDGER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-LEDGER.
    SELECT TRIDOS ASSIGN TO "SORTWK".
    SELECT DOSSRPT ASSIGN TO "DOSSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-DOSSRPT.

DATA DIVISION.
FILE SECTION.
FD  UNITMAST.
COPY unitrec.
FD  WEAPMAST.
COPY weaprec.
FD  SQUADMAST.
COPY squadrec.
FD  HISTFILE.
COPY histrec.
FD  JOURNAL.
COPY jrnlrec.
FD  LEDGER.
COPY ledgrec.
SD  TRIDOS.
    01 TRI-RECORD.
        05 TRI-NOM-UNITE       PIC X(15).
        05 TRI-DATE            PIC X(10).
        05 TRI-RANG            PIC 9.
        05 TRI-SEQUENCE        PIC 9(07).
        05 TRI-EVENEMENT       PIC X(10).
        05 TRI-ISSUE           PIC X(09).
        05 TRI-MONTANT         PIC 9(08).
        05 TRI-TEXTE           PIC X(80).
FD  DOSSRPT.
    01 LIGNE-RAPPORT          PIC X(132).

WORKING-STORAGE SECTION.
    01 STATUT-UNITMAST        PIC XX.
    01 STATUT-WEAPMAST        PIC XX.
    01 STATUT-SQUADMAST       PIC XX.
    01 STATUT-HISTFILE        PIC XX.
    01 STATUT-JOURNAL         PIC XX.
    01 STATUT-LEDGER          PIC XX.
    01 STATUT-DOSSRPT         PIC XX.
    01 NOM-FICHIER-HIST       PIC X(08).
    01 NOM-CHERCHE            PIC X(15).
    01 MODE-DOSSIER           PIC X.
        88 MODE-UNITE             VALUE "U".
        88 MODE-MOIS              VALUE "M".
    01 NOM-DEMANDE            PIC X(15).
    01 MOIS-DEMANDE           PIC X(07).
    01 FIN-TRI                PIC X.
        88 FIN-TRI-OUI            VALUE "O".
    01 DOSSIER-RETENU         PIC X VALUE "N".
        88 DOSSIER-RETENU-OUI     VALUE "O".
    01 ARME-PRESENTE          PIC X VALUE "N".
        88 ARME-PRESENTE-OUI      VALUE "O".
    01 DATE-AAAAMMJJ          PIC 9(08).
    01 DATE-JOUR              PIC X(10).
    01 MOIS-COURANT           PIC X(07).
    01 MOIS-ARCHIVE           PIC X(07).
    01 DATE-ENROLE-MIN        PIC X(10).
    01 ANNEE-CALCUL           PIC 9(04).
    01 MOIS-CALCUL            PIC 99.
    01 NB-MOIS-RECHERCHE      PIC 9(03) VALUE 120.
    01 S                      PIC 9(03).
    01 S-TROUVE               PIC 9(03).
    01 M                      PIC 99.
    01 NB-SELECTION           PIC 9(03) VALUE 0.
    01 NB-SELECTION-MAX       PIC 9(03) VALUE 200.
    01 NB-SEQUENCE            PIC 9(07) VALUE 0.
    01 NB-ARCHIVES-LUES       PIC 9(03) VALUE 0.
    01 NB-DOSSIERS            PIC 9(05) VALUE 0.
    01 STATUT-AVANT           PIC X.
    01 STATUT-APRES           PIC X.
    01 TEXTE-POINTEUR         PIC 9(03).
    01 CLASSE-ENROLE          PIC X(10).
    01 NIVEAU-ENROLE          PIC 99.
    01 ESCOUADE-UNITE         PIC X(15).
    01 ROLE-ESCOUADE          PIC X(12).
    01 LIBELLE-STATUT         PIC X(10).
    01 DATE-FIN-SERVICE       PIC X(10).
    01 MONTANT-EDITE          PIC ZZZZZZZ9.

    01 SELECTION-UNITES.
        05 SEL OCCURS 200 TIMES.
            10 SEL-NOM           PIC X(15).
            10 SEL-DATE-ENROLE   PIC X(10).
            10 SEL-DATE-FIN      PIC X(10).
            10 SEL-DATE-COMBAT   PIC X(10).

    01 BILAN-UNITE.
        05 BU-NIVEAUX            PIC 9(05).
        05 BU-PROMOTIONS         PIC 9(05).
        05 BU-RANGS              PIC 9(05).
        05 BU-COMBATS            PIC 9(05).
        05 BU-VICTOIRES          PIC 9(05).
        05 BU-SOLDES             PIC 9(05).
        05 BU-TOTAL-SOLDES       PIC 9(09).

    01 LIGNE-EVENEMENT.
        05 LE-DATE               PIC X(10).
        05 FILLER                PIC X(02).
        05 LE-EVENEMENT          PIC X(10).
        05 FILLER                PIC X(02).
        05 LE-TEXTE              PIC X(80).

    01 LIGNE-BILAN.
        05 FILLER                PIC X(09) VALUE "NIVEAUX :".
        05 LB-NIVEAUX            PIC ZZZ9.
        05 FILLER                PIC X(15) VALUE "  PROMOTIONS :".
        05 LB-PROMOTIONS         PIC ZZZ9.
        05 FILLER                PIC X(09) VALUE "  RANGS :".
        05 LB-RANGS              PIC ZZZ9.
        05 FILLER                PIC X(11) VALUE "  COMBATS :".
        05 LB-COMBATS            PIC ZZZ9.
        05 FILLER                PIC X(14) VALUE "  VICTOIRES :".
        05 LB-VICTOIRES          PIC ZZZ9.
        05 FILLER                PIC X(10) VALUE "  SOLDES :".
        05 LB-SOLDES             PIC ZZZ9.
        05 FILLER                PIC X(10) VALUE "  TOTAL :".
        05 LB-TOTAL-SOLDES       PIC ZZZZZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    DISPLAY "Dossier : U=une unite M=unites tombees/retirees dans un mois"
    ACCEPT MODE-DOSSIER
    MOVE FUNCTION UPPER-CASE(MODE-DOSSIER) TO MODE-DOSSIER
    IF NOT MODE-UNITE AND NOT MODE-MOIS
        DISPLAY "Mode invalide (U ou M attendu)."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    IF MODE-UNITE
        DISPLAY "Nom de l'unite : "
        ACCEPT NOM-DEMANDE
    ELSE
        DISPLAY "Mois de fin de service (AAAA-MM) : "
        ACCEPT MOIS-DEMANDE
        IF MOIS-DEMANDE(5:1) NOT = "-"
                OR MOIS-DEMANDE(1:4) IS NOT NUMERIC
                OR MOIS-DEMANDE(6:2) IS NOT NUMERIC
            DISPLAY "Mois invalide (AAAA-MM attendu)."
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM INITIALISER
    PERFORM CONSTITUER-SELECTION
    SORT TRIDOS
        ON ASCENDING KEY TRI-NOM-UNITE TRI-DATE TRI-RANG TRI-SEQUENCE
        INPUT PROCEDURE IS ALIMENTER-TRI
        OUTPUT PROCEDURE IS RESTITUER-TRI
    IF NB-DOSSIERS = 0
        MOVE SPACES TO LIGNE-RAPPORT
        STRING "Aucune unite tombee ou retiree en " MOIS-DEMANDE "."
            DELIMITED BY SIZE INTO LIGNE-RAPPORT
        PERFORM ECRIRE-LIGNE-RAPPORT
    END-IF
    PERFORM TERMINER
    STOP RUN.

INITIALISER.
    OPEN INPUT UNITMAST
    IF STATUT-UNITMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier unites (statut "
            STATUT-UNITMAST ")"
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
    OPEN INPUT SQUADMAST
    IF STATUT-SQUADMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier escouades (statut "
            STATUT-SQUADMAST ")"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT DOSSRPT
    IF STATUT-DOSSRPT NOT = "00"
        DISPLAY "Erreur ouverture fichier dossiers de carriere"
    END-IF
    ACCEPT DATE-AAAAMMJJ FROM DATE YYYYMMDD
    STRING DATE-AAAAMMJJ(1:4) "-" DATE-AAAAMMJJ(5:2) "-" DATE-AAAAMMJJ(7:2)
        DELIMITED BY SIZE INTO DATE-JOUR
    MOVE DATE-JOUR(1:7) TO MOIS-COURANT
    MOVE SPACES TO LIGNE-RAPPORT
    IF MODE-UNITE
        STRING "DOSSIER DE CARRIERE - " DATE-JOUR
            DELIMITED BY SIZE INTO LIGNE-RAPPORT
    ELSE
        STRING "DOSSIERS DE CARRIERE DES UNITES TOMBEES OU RETIREES EN "
            MOIS-DEMANDE " - " DATE-JOUR
            DELIMITED BY SIZE INTO LIGNE-RAPPORT
    END-IF
    PERFORM ECRIRE-LIGNE-RAPPORT.

CONSTITUER-SELECTION.
    IF MODE-UNITE
        MOVE NOM-DEMANDE TO REC-NOM-UNITE
        READ UNITMAST
            INVALID KEY
                DISPLAY "Unite introuvable : " NOM-DEMANDE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            NOT INVALID KEY
                PERFORM AJOUTER-SELECTION
        END-READ
    ELSE
        PERFORM SELECTIONNER-PAR-JOURNAL
        MOVE "HISTFILE" TO NOM-FICHIER-HIST
        PERFORM SELECTIONNER-PAR-COMBAT
        MOVE SPACES TO NOM-FICHIER-HIST
        STRING "HA" MOIS-DEMANDE(1:4) MOIS-DEMANDE(6:2)
            DELIMITED BY SIZE INTO NOM-FICHIER-HIST
        PERFORM SELECTIONNER-PAR-COMBAT
    END-IF.

SELECTIONNER-PAR-JOURNAL.
    OPEN INPUT JOURNAL
    IF STATUT-JOURNAL = "00"
        PERFORM UNTIL STATUT-JOURNAL NOT = "00"
            READ JOURNAL
                AT END MOVE "10" TO STATUT-JOURNAL
                NOT AT END
                    IF JRN-FICHIER = "UNITMAST" AND JRN-ACTION = "R"
                            AND JRN-DATE(1:7) = MOIS-DEMANDE
                        MOVE JRN-AVANT TO UNIT-RECORD
                        MOVE REC-STATUT-UNITE TO STATUT-AVANT
                        MOVE JRN-APRES TO UNIT-RECORD
                        MOVE REC-STATUT-UNITE TO STATUT-APRES
                        IF STATUT-APRES NOT = STATUT-AVANT
                                AND (REC-STATUT-TOMBE OR REC-STATUT-RETIRE)
                            MOVE JRN-CLE TO NOM-CHERCHE
                            PERFORM RETENIR-CANDIDAT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOURNAL
    END-IF.

SELECTIONNER-PAR-COMBAT.
    OPEN INPUT HISTFILE
    IF STATUT-HISTFILE = "00"
        PERFORM UNTIL STATUT-HISTFILE NOT = "00"
            READ HISTFILE
                AT END MOVE "10" TO STATUT-HISTFILE
                NOT AT END
                    IF HIST-EVENT = "COMBAT" AND HIST-NEW-VAL = "VAINCU"
                            AND HIST-DATE(1:7) = MOIS-DEMANDE
                        MOVE HIST-NOM-UNITE TO NOM-CHERCHE
                        PERFORM RETENIR-CANDIDAT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTFILE
    END-IF.

RETENIR-CANDIDAT.
    PERFORM CHERCHER-SELECTION
    IF S-TROUVE = 0
        MOVE NOM-CHERCHE TO REC-NOM-UNITE
        READ UNITMAST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF REC-STATUT-TOMBE OR REC-STATUT-RETIRE
                    PERFORM AJOUTER-SELECTION
                END-IF
        END-READ
    END-IF.

AJOUTER-SELECTION.
    IF NB-SELECTION >= NB-SELECTION-MAX
        DISPLAY "Plus de " NB-SELECTION-MAX " unites a traiter ("
            REC-NOM-UNITE "), traitement interrompu."
        MOVE 12 TO RETURN-CODE
        STOP RUN
    ELSE
        ADD 1 TO NB-SELECTION
        MOVE REC-NOM-UNITE TO SEL-NOM(NB-SELECTION)
        MOVE SPACES TO SEL-DATE-ENROLE(NB-SELECTION)
        MOVE SPACES TO SEL-DATE-FIN(NB-SELECTION)
        MOVE SPACES TO SEL-DATE-COMBAT(NB-SELECTION)
    END-IF.

CHERCHER-SELECTION.
    MOVE 0 TO S-TROUVE
    PERFORM VARYING S FROM 1 BY 1
            UNTIL S > NB-SELECTION OR S-TROUVE > 0
        IF SEL-NOM(S) = NOM-CHERCHE
            MOVE S TO S-TROUVE
        END-IF
    END-PERFORM.

ALIMENTER-TRI.
    PERFORM VARYING S FROM 1 BY 1 UNTIL S > NB-SELECTION
        MOVE SEL-NOM(S) TO TRI-NOM-UNITE
        MOVE SPACES TO TRI-DATE
        MOVE 0 TO TRI-RANG
        MOVE 0 TO TRI-SEQUENCE
        MOVE SPACES TO TRI-EVENEMENT
        MOVE SPACES TO TRI-ISSUE
        MOVE 0 TO TRI-MONTANT
        MOVE SPACES TO TRI-TEXTE
        RELEASE TRI-RECORD
    END-PERFORM
    PERFORM PARCOURIR-JOURNAL
    PERFORM PARCOURIR-LEDGER
    PERFORM PARCOURIR-ARCHIVES
    MOVE "HISTFILE" TO NOM-FICHIER-HIST
    PERFORM PARCOURIR-HISTORIQUE.

PARCOURIR-JOURNAL.
    OPEN INPUT JOURNAL
    IF STATUT-JOURNAL NOT = "00"
        DISPLAY "Fichier journal absent (statut " STATUT-JOURNAL
            "), enrolements et fins de service non dates."
    ELSE
        PERFORM UNTIL STATUT-JOURNAL NOT = "00"
            READ JOURNAL
                AT END MOVE "10" TO STATUT-JOURNAL
                NOT AT END
                    IF JRN-FICHIER = "UNITMAST"
                        MOVE JRN-CLE TO NOM-CHERCHE
                        PERFORM CHERCHER-SELECTION
                        IF S-TROUVE > 0
                            PERFORM TRAITER-JOURNAL
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOURNAL
    END-IF.

TRAITER-JOURNAL.
    IF JRN-ACTION = "E" AND SEL-DATE-ENROLE(S-TROUVE) = SPACES
        MOVE JRN-DATE TO SEL-DATE-ENROLE(S-TROUVE)
        MOVE JRN-APRES TO UNIT-RECORD
        MOVE REC-CLASSE-UNITE TO CLASSE-ENROLE
        MOVE REC-NIVEAU-UNITE TO NIVEAU-ENROLE
        MOVE SPACES TO TRI-TEXTE
        STRING "Enrole(e) par " JRN-PROGRAMME " a " JRN-HEURE
            " - classe " CLASSE-ENROLE " niveau " NIVEAU-ENROLE
            DELIMITED BY SIZE INTO TRI-TEXTE
        MOVE "ENROLEMENT" TO TRI-EVENEMENT
        MOVE JRN-DATE TO TRI-DATE
        MOVE 1 TO TRI-RANG
        PERFORM LIBERER-EVENEMENT
    END-IF
    IF JRN-ACTION = "R"
        MOVE JRN-AVANT TO UNIT-RECORD
        MOVE REC-STATUT-UNITE TO STATUT-AVANT
        MOVE JRN-APRES TO UNIT-RECORD
        MOVE REC-STATUT-UNITE TO STATUT-APRES
        IF STATUT-APRES NOT = STATUT-AVANT
                AND (REC-STATUT-TOMBE OR REC-STATUT-RETIRE)
            MOVE JRN-DATE TO SEL-DATE-FIN(S-TROUVE)
            MOVE SPACES TO TRI-TEXTE
            IF REC-STATUT-TOMBE
                MOVE "TOMBE" TO TRI-EVENEMENT
                MOVE 1 TO TEXTE-POINTEUR
                STRING "Declare(e) tombe(e) au combat par " JRN-PROGRAMME
                    " a " JRN-HEURE DELIMITED BY SIZE INTO TRI-TEXTE
                    WITH POINTER TEXTE-POINTEUR
            ELSE
                MOVE "RETRAIT" TO TRI-EVENEMENT
                MOVE 1 TO TEXTE-POINTEUR
                STRING "Retire(e) du service par " JRN-PROGRAMME
                    " a " JRN-HEURE DELIMITED BY SIZE INTO TRI-TEXTE
                    WITH POINTER TEXTE-POINTEUR
            END-IF
            IF JRN-OPERATEUR NOT = SPACES
                STRING " - operateur " JRN-OPERATEUR DELIMITED BY SIZE
                    INTO TRI-TEXTE WITH POINTER TEXTE-POINTEUR
            END-IF
            MOVE JRN-DATE TO TRI-DATE
            MOVE 4 TO TRI-RANG
            PERFORM LIBERER-EVENEMENT
        END-IF
    END-IF.

PARCOURIR-LEDGER.
    OPEN INPUT LEDGER
    IF STATUT-LEDGER = "00"
        PERFORM UNTIL STATUT-LEDGER NOT = "00"
            READ LEDGER
                AT END MOVE "10" TO STATUT-LEDGER
                NOT AT END
                    IF (LED-NATURE = "SOLDE" OR LED-NATURE = "RECRUT")
                            AND LED-LIBELLE(16:10) = SPACES
                        MOVE LED-LIBELLE(1:15) TO NOM-CHERCHE
                        PERFORM CHERCHER-SELECTION
                        IF S-TROUVE > 0
                            PERFORM TRAITER-LEDGER
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LEDGER
    END-IF.

TRAITER-LEDGER.
    MOVE LED-MONTANT TO MONTANT-EDITE
    MOVE LED-DATE TO TRI-DATE
    MOVE SPACES TO TRI-TEXTE
    IF LED-NATURE = "RECRUT"
        IF SEL-DATE-ENROLE(S-TROUVE) = SPACES
            MOVE LED-DATE TO SEL-DATE-ENROLE(S-TROUVE)
        END-IF
        MOVE "RECRUTE" TO TRI-EVENEMENT
        STRING "Cout de recrutement : " MONTANT-EDITE " pieces ("
            LED-ORIGINE ")" DELIMITED BY SIZE INTO TRI-TEXTE
        MOVE 1 TO TRI-RANG
    ELSE
        MOVE "SOLDE" TO TRI-EVENEMENT
        MOVE LED-MONTANT TO TRI-MONTANT
        STRING "Solde versee : " MONTANT-EDITE " pieces ("
            LED-ORIGINE ")" DELIMITED BY SIZE INTO TRI-TEXTE
        MOVE 3 TO TRI-RANG
    END-IF
    PERFORM LIBERER-EVENEMENT.

PARCOURIR-ARCHIVES.
    MOVE HIGH-VALUES TO DATE-ENROLE-MIN
    PERFORM VARYING S FROM 1 BY 1 UNTIL S > NB-SELECTION
        IF SEL-DATE-ENROLE(S) = SPACES
            MOVE LOW-VALUES TO DATE-ENROLE-MIN
        ELSE
            IF SEL-DATE-ENROLE(S) < DATE-ENROLE-MIN
                MOVE SEL-DATE-ENROLE(S) TO DATE-ENROLE-MIN
            END-IF
        END-IF
    END-PERFORM
    MOVE DATE-AAAAMMJJ(1:4) TO ANNEE-CALCUL
    MOVE DATE-AAAAMMJJ(5:2) TO MOIS-CALCUL
    IF DATE-ENROLE-MIN = LOW-VALUES OR DATE-ENROLE-MIN = HIGH-VALUES
            OR DATE-ENROLE-MIN(1:4) IS NOT NUMERIC
            OR DATE-ENROLE-MIN(6:2) IS NOT NUMERIC
        PERFORM VARYING S FROM 1 BY 1 UNTIL S > NB-MOIS-RECHERCHE
            PERFORM RECULER-MOIS
        END-PERFORM
    ELSE
        MOVE DATE-ENROLE-MIN(1:4) TO ANNEE-CALCUL
        MOVE DATE-ENROLE-MIN(6:2) TO MOIS-CALCUL
    END-IF
    MOVE SPACES TO MOIS-ARCHIVE
    STRING ANNEE-CALCUL "-" MOIS-CALCUL DELIMITED BY SIZE
        INTO MOIS-ARCHIVE
    PERFORM UNTIL MOIS-ARCHIVE > MOIS-COURANT
        MOVE SPACES TO NOM-FICHIER-HIST
        STRING "HA" MOIS-ARCHIVE(1:4) MOIS-ARCHIVE(6:2)
            DELIMITED BY SIZE INTO NOM-FICHIER-HIST
        PERFORM PARCOURIR-HISTORIQUE
        PERFORM AVANCER-MOIS
    END-PERFORM.

AVANCER-MOIS.
    IF MOIS-CALCUL = 12
        MOVE 1 TO MOIS-CALCUL
        ADD 1 TO ANNEE-CALCUL
    ELSE
        ADD 1 TO MOIS-CALCUL
    END-IF
    MOVE SPACES TO MOIS-ARCHIVE
    STRING ANNEE-CALCUL "-" MOIS-CALCUL DELIMITED BY SIZE
        INTO MOIS-ARCHIVE.

RECULER-MOIS.
    IF MOIS-CALCUL = 1
        MOVE 12 TO MOIS-CALCUL
        SUBTRACT 1 FROM ANNEE-CALCUL
    ELSE
        SUBTRACT 1 FROM MOIS-CALCUL
    END-IF.

PARCOURIR-HISTORIQUE.
    OPEN INPUT HISTFILE
    IF STATUT-HISTFILE = "00"
        IF NOM-FICHIER-HIST NOT = "HISTFILE"
            ADD 1 TO NB-ARCHIVES-LUES
        END-IF
        PERFORM UNTIL STATUT-HISTFILE NOT = "00"
            READ HISTFILE
                AT END MOVE "10" TO STATUT-HISTFILE
                NOT AT END
                    IF HIST-EVENT = "LEVELUP" OR HIST-EVENT = "PROMOTION"
                            OR HIST-EVENT = "RANGARME"
                            OR HIST-EVENT = "COMBAT"
                        MOVE HIST-NOM-UNITE TO NOM-CHERCHE
                        PERFORM CHERCHER-SELECTION
                        IF S-TROUVE > 0
                            PERFORM TRAITER-HISTORIQUE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTFILE
    END-IF.

TRAITER-HISTORIQUE.
    MOVE SPACES TO TRI-TEXTE
    EVALUATE HIST-EVENT
        WHEN "LEVELUP"
            STRING "Niveau " FUNCTION TRIM(HIST-OLD-VAL) " -> "
                FUNCTION TRIM(HIST-NEW-VAL) " : "
                FUNCTION TRIM(HIST-STATS-GAIN)
                DELIMITED BY SIZE INTO TRI-TEXTE
        WHEN "PROMOTION"
            STRING "Classe " FUNCTION TRIM(HIST-OLD-VAL) " -> "
                FUNCTION TRIM(HIST-NEW-VAL) " : "
                FUNCTION TRIM(HIST-STATS-GAIN)
                DELIMITED BY SIZE INTO TRI-TEXTE
        WHEN "RANGARME"
            STRING "Rang d'arme " FUNCTION TRIM(HIST-OLD-VAL) " -> "
                FUNCTION TRIM(HIST-NEW-VAL) " ("
                FUNCTION TRIM(HIST-STATS-GAIN) ")"
                DELIMITED BY SIZE INTO TRI-TEXTE
        WHEN "COMBAT"
            STRING "Contre " FUNCTION TRIM(HIST-OLD-VAL) " : "
                FUNCTION TRIM(HIST-NEW-VAL) " ("
                FUNCTION TRIM(HIST-STATS-GAIN) ")"
                DELIMITED BY SIZE INTO TRI-TEXTE
            IF HIST-NEW-VAL = "VAINCU"
                MOVE HIST-DATE TO SEL-DATE-COMBAT(S-TROUVE)
            END-IF
    END-EVALUATE
    MOVE HIST-DATE TO TRI-DATE
    MOVE HIST-EVENT TO TRI-EVENEMENT
    IF HIST-EVENT = "COMBAT"
        MOVE HIST-NEW-VAL TO TRI-ISSUE
    END-IF
    MOVE 2 TO TRI-RANG
    PERFORM LIBERER-EVENEMENT.

LIBERER-EVENEMENT.
    MOVE SEL-NOM(S-TROUVE) TO TRI-NOM-UNITE
    ADD 1 TO NB-SEQUENCE
    MOVE NB-SEQUENCE TO TRI-SEQUENCE
    RELEASE TRI-RECORD
    MOVE SPACES TO TRI-ISSUE
    MOVE 0 TO TRI-MONTANT.

RESTITUER-TRI.
    MOVE "N" TO FIN-TRI
    PERFORM UNTIL FIN-TRI-OUI
        RETURN TRIDOS
            AT END
                MOVE "O" TO FIN-TRI
            NOT AT END
                IF TRI-RANG = 0
                    IF DOSSIER-RETENU-OUI
                        PERFORM ECRIRE-BILAN
                    END-IF
                    PERFORM OUVRIR-DOSSIER
                ELSE
                    IF DOSSIER-RETENU-OUI
                        PERFORM ECRIRE-EVENEMENT
                    END-IF
                END-IF
        END-RETURN
    END-PERFORM
    IF DOSSIER-RETENU-OUI
        PERFORM ECRIRE-BILAN
    END-IF.

OUVRIR-DOSSIER.
    MOVE "N" TO DOSSIER-RETENU
    MOVE TRI-NOM-UNITE TO NOM-CHERCHE
    PERFORM CHERCHER-SELECTION
    MOVE SEL-DATE-FIN(S-TROUVE) TO DATE-FIN-SERVICE
    MOVE TRI-NOM-UNITE TO REC-NOM-UNITE
    READ UNITMAST
        INVALID KEY
            MOVE SPACES TO UNIT-RECORD
            MOVE TRI-NOM-UNITE TO REC-NOM-UNITE
    END-READ
    IF DATE-FIN-SERVICE = SPACES AND REC-STATUT-TOMBE
        MOVE SEL-DATE-COMBAT(S-TROUVE) TO DATE-FIN-SERVICE
    END-IF
    IF MODE-UNITE
        MOVE "O" TO DOSSIER-RETENU
    ELSE
        IF DATE-FIN-SERVICE(1:7) = MOIS-DEMANDE
            MOVE "O" TO DOSSIER-RETENU
        END-IF
    END-IF
    IF DOSSIER-RETENU-OUI
        ADD 1 TO NB-DOSSIERS
        MOVE 0 TO BU-NIVEAUX
        MOVE 0 TO BU-PROMOTIONS
        MOVE 0 TO BU-RANGS
        MOVE 0 TO BU-COMBATS
        MOVE 0 TO BU-VICTOIRES
        MOVE 0 TO BU-SOLDES
        MOVE 0 TO BU-TOTAL-SOLDES
        PERFORM ECRIRE-FICHE-UNITE
    END-IF.

ECRIRE-FICHE-UNITE.
    MOVE SPACES TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "=" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "ETATS DE SERVICE : " REC-NOM-UNITE
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "=" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    PERFORM LIBELLER-STATUT
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "Classe : " REC-CLASSE-UNITE "  Niveau : " REC-NIVEAU-UNITE
        "  EXP : " REC-EXP-UNITE "  HP : " REC-HP-UNITE " / "
        REC-HP-MAX-UNITE "  Statut : " LIBELLE-STATUT
        DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    IF SEL-DATE-ENROLE(S-TROUVE) = SPACES
        MOVE "Enrolement : (non date, anterieur au journal)"
            TO LIGNE-RAPPORT
    ELSE
        STRING "Enrolement : " SEL-DATE-ENROLE(S-TROUVE)
            DELIMITED BY SIZE INTO LIGNE-RAPPORT
    END-IF
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    IF REC-ARME-UNITE = SPACES
        MOVE "Arme detenue : (aucune)" TO LIGNE-RAPPORT
    ELSE
        MOVE "N" TO ARME-PRESENTE
        MOVE REC-ARME-UNITE TO REC-WPN-NOM
        READ WEAPMAST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "O" TO ARME-PRESENTE
        END-READ
        IF ARME-PRESENTE-OUI
            STRING "Arme detenue : " REC-ARME-UNITE " (" REC-WPN-TYPE
                ") usure restante " REC-ARME-USURE " / "
                REC-WPN-DURABILITE DELIMITED BY SIZE INTO LIGNE-RAPPORT
        ELSE
            STRING "Arme detenue : " REC-ARME-UNITE " usure restante "
                REC-ARME-USURE " (absente du fichier des armes)"
                DELIMITED BY SIZE INTO LIGNE-RAPPORT
        END-IF
    END-IF
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    STRING "Rang d'arme : " REC-RANG-ARME "  (usage cumule "
        REC-USAGE-ARMES ")" DELIMITED BY SIZE INTO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    PERFORM CHERCHER-ESCOUADE
    MOVE SPACES TO LIGNE-RAPPORT
    IF ESCOUADE-UNITE = SPACES
        MOVE "Escouade : (aucune)" TO LIGNE-RAPPORT
    ELSE
        STRING "Escouade : " ESCOUADE-UNITE " " ROLE-ESCOUADE
            DELIMITED BY SIZE INTO LIGNE-RAPPORT
    END-IF
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

CHERCHER-ESCOUADE.
    MOVE SPACES TO ESCOUADE-UNITE
    MOVE SPACES TO ROLE-ESCOUADE
    MOVE LOW-VALUES TO REC-ESC-NOM
    START SQUADMAST KEY IS NOT LESS THAN REC-ESC-NOM
        INVALID KEY MOVE "10" TO STATUT-SQUADMAST
    END-START
    PERFORM UNTIL STATUT-SQUADMAST NOT = "00"
        READ SQUADMAST NEXT RECORD
            AT END MOVE "10" TO STATUT-SQUADMAST
            NOT AT END
                IF REC-ESC-COMMANDANT = REC-NOM-UNITE
                    MOVE REC-ESC-NOM TO ESCOUADE-UNITE
                    MOVE "(commandant)" TO ROLE-ESCOUADE
                END-IF
                PERFORM VARYING M FROM 1 BY 1
                        UNTIL M > REC-ESC-NB-MEMBRES
                    IF REC-ESC-MEMBRE(M) = REC-NOM-UNITE
                            AND ESCOUADE-UNITE = SPACES
                        MOVE REC-ESC-NOM TO ESCOUADE-UNITE
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    MOVE "00" TO STATUT-SQUADMAST.

LIBELLER-STATUT.
    EVALUATE TRUE
        WHEN REC-STATUT-BLESSE
            MOVE "BLESSE" TO LIBELLE-STATUT
        WHEN REC-STATUT-TOMBE
            MOVE "TOMBE" TO LIBELLE-STATUT
        WHEN REC-STATUT-RETIRE
            MOVE "RETIRE" TO LIBELLE-STATUT
        WHEN OTHER
            MOVE "ACTIF" TO LIBELLE-STATUT
    END-EVALUATE.

ECRIRE-EVENEMENT.
    EVALUATE TRI-EVENEMENT
        WHEN "LEVELUP"
            ADD 1 TO BU-NIVEAUX
        WHEN "PROMOTION"
            ADD 1 TO BU-PROMOTIONS
        WHEN "RANGARME"
            ADD 1 TO BU-RANGS
        WHEN "COMBAT"
            ADD 1 TO BU-COMBATS
            IF TRI-ISSUE = "VAINQUEUR"
                ADD 1 TO BU-VICTOIRES
            END-IF
        WHEN "SOLDE"
            ADD 1 TO BU-SOLDES
            ADD TRI-MONTANT TO BU-TOTAL-SOLDES
    END-EVALUATE
    MOVE SPACES TO LIGNE-EVENEMENT
    MOVE TRI-DATE TO LE-DATE
    MOVE TRI-EVENEMENT TO LE-EVENEMENT
    MOVE TRI-TEXTE TO LE-TEXTE
    MOVE SPACES TO LIGNE-RAPPORT
    MOVE LIGNE-EVENEMENT TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT.

ECRIRE-BILAN.
    MOVE ALL "-" TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE BU-NIVEAUX TO LB-NIVEAUX
    MOVE BU-PROMOTIONS TO LB-PROMOTIONS
    MOVE BU-RANGS TO LB-RANGS
    MOVE BU-COMBATS TO LB-COMBATS
    MOVE BU-VICTOIRES TO LB-VICTOIRES
    MOVE BU-SOLDES TO LB-SOLDES
    MOVE BU-TOTAL-SOLDES TO LB-TOTAL-SOLDES
    MOVE LIGNE-BILAN TO LIGNE-RAPPORT
    PERFORM ECRIRE-LIGNE-RAPPORT
    MOVE SPACES TO LIGNE-RAPPORT
    EVALUATE TRUE
        WHEN REC-STATUT-TOMBE
            STRING "ETAT FINAL : TOMBE(E) AU COMBAT LE " DATE-FIN-SERVICE
                DELIMITED BY SIZE INTO LIGNE-RAPPORT
        WHEN REC-STATUT-RETIRE
            STRING "ETAT FINAL : RETIRE(E) DU SERVICE LE " DATE-FIN-SERVICE
                DELIMITED BY SIZE INTO LIGNE-RAPPORT
        WHEN OTHER
            MOVE "ETAT FINAL : EN SERVICE" TO LIGNE-RAPPORT
    END-EVALUATE
    PERFORM ECRIRE-LIGNE-RAPPORT.

ECRIRE-LIGNE-RAPPORT.
    WRITE LIGNE-RAPPORT
    IF STATUT-DOSSRPT NOT = "00"
        DISPLAY "Erreur ecriture fichier dossiers de carriere"
    END-IF.

TERMINER.
    CLOSE UNITMAST
    CLOSE WEAPMAST
    CLOSE SQUADMAST
    CLOSE DOSSRPT
    DISPLAY "Dossiers de carriere : " NB-DOSSIERS " dossier(s) imprime(s), "
        NB-ARCHIVES-LUES " archive(s) d'historique lue(s) (voir DOSSRPT).".
