        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-ESC-NOM
        FILE STATUS IS STATUT-SQUADMAST.
    SELECT MISSMAST ASSIGN TO "MISSMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-MIS-CODE
        FILE STATUS IS STATUT-MISSMAST.
    SELECT OPERMAST ASSIGN TO "OPERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-ID
        FILE STATUS IS STATUT-OPERMAST.
    SELECT ESTABMST ASSIGN TO "ESTABMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REC-EFF-CLE
        FILE STATUS IS STATUT-ESTABMST.
    SELECT HISTFILE ASSIGN TO "HISTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUT-HISTFILE.
COPY classrec.
FD  SQUADMAST.
COPY squadrec.
FD  MISSMAST.
COPY missrec.
FD  OPERMAST.
COPY operrec.
FD  ESTABMST.
COPY estabrec.
FD  HISTFILE.
COPY histrec.
FD  JOURNAL.
    01 STATUT-WEAPMAST        PIC XX.
    01 STATUT-CLASMAST        PIC XX.
    01 STATUT-SQUADMAST       PIC XX.
    01 STATUT-MISSMAST        PIC XX.
    01 STATUT-OPERMAST        PIC XX.
    01 STATUT-ESTABMST        PIC XX.
    01 STATUT-HISTFILE        PIC XX.
    01 STATUT-JOURNAL         PIC XX.
    01 STATUT-TRESORIE        PIC XX.
    01 SAISIE-SOLDES          PIC X(10).
    01 SAISIE-VALIDE          PIC X VALUE "N".
        88 SAISIE-VALIDE-OUI      VALUE "O".
    01 SAISIE-EFFECTIF        PIC X(03).
    01 EFFECTIF-EXISTANT      PIC X VALUE "N".
        88 EFFECTIF-EXISTANT-OUI  VALUE "O".

    01 ACTION-ESCOUADE        PIC X.
    01 NOM-ESCOUADE           PIC X(15).
    01 INDICE-MEMBRE          PIC 99.
    01 M                      PIC 99.

    01 ACTION-MISSION         PIC X.
    01 CODE-MISSION           PIC X(08).
    01 MISSION-TROUVEE        PIC X VALUE "N".
        88 MISSION-TROUVEE-OUI    VALUE "O".
    01 MISSION-DE-ESCOUADE    PIC X(08).
    01 SAISIE-OBJECTIF        PIC X(30).
    01 SAISIE-DATE            PIC X(10).
    01 SAISIE-DATE-DEBUT      PIC X(10).
    01 SAISIE-DATE-FIN        PIC X(10).
    01 SAISIE-RECOMPENSE      PIC X(07).
    01 ISSUE-MISSION          PIC X.
    01 LIBELLE-MISSION        PIC X(10).

    01 OPERATEUR-SESSION      PIC X(08) EXTERNAL.
    01 ROLE-SESSION           PIC X.
    01 LIBELLE-ROLE           PIC X(12).
    01 INDICE-ROLE            PIC 9.
    01 R                      PIC 9.
    01 SAISIE-ID              PIC X(08).
    01 SAISIE-MOT-DE-PASSE    PIC X(10).
    01 SAISIE-NOM-OPERATEUR   PIC X(25).
    01 SAISIE-ROLE            PIC X.
    01 SAISIE-ACTIF           PIC X.
    01 ACTION-OPERATEUR       PIC X.
    01 NB-ESSAIS              PIC 9 VALUE 0.
    01 CONNEXION-REUSSIE      PIC X VALUE "N".
        88 CONNEXION-REUSSIE-OUI  VALUE "O".
    01 OPERATEUR-EXISTANT     PIC X VALUE "N".
        88 OPERATEUR-EXISTANT-OUI VALUE "O".
    01 OPTION-AUTORISEE       PIC X VALUE "O".
        88 OPTION-AUTORISEE-OUI   VALUE "O".

    01 LIBELLES-MENU-VALEURS.
        05 FILLER PIC X(45) VALUE "1. Ajouter une unite".
        05 FILLER PIC X(45) VALUE "2. Monter de niveau".
        05 FILLER PIC X(45) VALUE "3. Promotion".
        05 FILLER PIC X(45) VALUE
            "4. Afficher les informations sur une unite".
        05 FILLER PIC X(45) VALUE "5. Lister toutes les unites".
        05 FILLER PIC X(45) VALUE "6. Rechercher (nom / classe / niveau)".
        05 FILLER PIC X(45) VALUE "7. Retirer une unite".
        05 FILLER PIC X(45) VALUE "8. Assigner une arme".
        05 FILLER PIC X(45) VALUE "9. Combat (prevision / resolution)".
        05 FILLER PIC X(45) VALUE "10. Imprimer le rapport d'armee".
        05 FILLER PIC X(45) VALUE "11. Gerer les classes".
        05 FILLER PIC X(45) VALUE "12. Gerer les escouades".
        05 FILLER PIC X(45) VALUE "13. Rapport d'armurerie".
        05 FILLER PIC X(45) VALUE
            "14. Forger (reparer) l'arme d'une unite".
        05 FILLER PIC X(45) VALUE "15. Tresorerie (solde / dotation)".
        05 FILLER PIC X(45) VALUE "16. Gerer les missions".
        05 FILLER PIC X(45) VALUE "17. Gerer les operateurs".
    01 LIBELLES-MENU REDEFINES LIBELLES-MENU-VALEURS.
        05 LIBELLE-MENU OCCURS 17 TIMES PIC X(45).

    01 DROITS-ROLES-VALEURS.
        05 FILLER PIC X(30) VALUE "CCONSULTATIONNNNOOONNNONNONNNN".
        05 FILLER PIC X(30) VALUE "AARMURIER    NNNOOONONONNOONNN".
        05 FILLER PIC X(30) VALUE "OOFFICIER    OOOOOOOOOOOOOONOO".
        05 FILLER PIC X(30) VALUE "TTRESORIER   NNNOOONNNONNONONN".
    01 DROITS-ROLES REDEFINES DROITS-ROLES-VALEURS.
        05 DROITS-ROLE OCCURS 4 TIMES.
            10 DROITS-CODE-ROLE   PIC X.
            10 DROITS-LIBELLE     PIC X(12).
            10 DROIT-OPTION OCCURS 17 TIMES PIC X.

    01 NB-ARMES               PIC 9(03) VALUE 0.
    01 ARMES.
        05 ARME OCCURS 1 TO 100 TIMES DEPENDING ON NB-ARMES

PROCEDURE DIVISION.
MAIN-LOGIQUE.
    PERFORM IDENTIFIER-OPERATEUR
    PERFORM INITIALISER
    PERFORM UNTIL FIN = "O"
        PERFORM AFFICHER-MENU
        ACCEPT CHOICE
        PERFORM CONTROLER-DROIT-OPTION
        IF OPTION-AUTORISEE-OUI
            EVALUATE CHOICE
                WHEN 1
                    PERFORM AJOUTER-UNITE
                WHEN 2
                    PERFORM MONTER-NIVEAU
                WHEN 3
                    PERFORM PROMOTION-UNITE
                WHEN 4
                    PERFORM AFFICHER-UNITE
                WHEN 5
                    PERFORM LISTER-UNITES
                WHEN 6
                    PERFORM RECHERCHER-UNITES
                WHEN 7
                    PERFORM RETIRER-UNITE
                WHEN 8
                    PERFORM ASSIGNER-ARME
                WHEN 9
                    PERFORM PREVISION-COMBAT
                WHEN 10
                    PERFORM IMPRIMER-RAPPORT
                WHEN 11
                    PERFORM GERER-CLASSES
                WHEN 12
                    PERFORM GERER-ESCOUADES
                WHEN 13
                    PERFORM RAPPORT-ARMURERIE
                WHEN 14
                    PERFORM FORGER-ARME
                WHEN 15
                    PERFORM GERER-TRESORERIE
                WHEN 16
                    PERFORM GERER-MISSIONS
                WHEN 17
                    PERFORM GERER-OPERATEURS
                WHEN 0
                    MOVE "O" TO FIN
                WHEN OTHER
                    DISPLAY "Choix invalide"
            END-EVALUATE
        ELSE
            DISPLAY "Option non autorisee pour le role "
                FUNCTION TRIM(LIBELLE-ROLE) "."
        END-IF
    END-PERFORM
    PERFORM TERMINER
    STOP RUN.
AFFICHER-MENU.
    DISPLAY "------------------------------"
    DISPLAY "Bienvenue dans ta gestion d'armee"
    DISPLAY "Operateur " FUNCTION TRIM(OPERATEUR-SESSION) " ("
        FUNCTION TRIM(LIBELLE-ROLE) ")"
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 17
        IF DROIT-OPTION(INDICE-ROLE, K) = "O"
            DISPLAY FUNCTION TRIM(LIBELLE-MENU(K))
        END-IF
    END-PERFORM
    DISPLAY "0. Quitter".

CONTROLER-DROIT-OPTION.
    MOVE "O" TO OPTION-AUTORISEE
    IF CHOICE >= 1 AND CHOICE <= 17
        IF DROIT-OPTION(INDICE-ROLE, CHOICE) NOT = "O"
            MOVE "N" TO OPTION-AUTORISEE
        END-IF
    END-IF.

IDENTIFIER-OPERATEUR.
    OPEN I-O OPERMAST
    IF STATUT-OPERMAST = "35"
        OPEN OUTPUT OPERMAST
        CLOSE OPERMAST
        OPEN I-O OPERMAST
    END-IF
    IF STATUT-OPERMAST NOT = "00"
        DISPLAY "Erreur ouverture fichier operateurs (statut "
            STATUT-OPERMAST ")"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO OPERATEUR-EXISTANT
    MOVE LOW-VALUES TO OPR-ID
    START OPERMAST KEY IS NOT LESS THAN OPR-ID
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "O" TO OPERATEUR-EXISTANT
    END-START
    IF NOT OPERATEUR-EXISTANT-OUI
        PERFORM CREER-PREMIER-OFFICIER
    END-IF
    MOVE "N" TO CONNEXION-REUSSIE
    MOVE 0 TO NB-ESSAIS
    PERFORM UNTIL CONNEXION-REUSSIE-OUI OR NB-ESSAIS >= 3
        ADD 1 TO NB-ESSAIS
        DISPLAY "Identifiant operateur : "
        ACCEPT SAISIE-ID
        MOVE FUNCTION UPPER-CASE(SAISIE-ID) TO SAISIE-ID
        DISPLAY "Mot de passe : "
        ACCEPT SAISIE-MOT-DE-PASSE
        MOVE SAISIE-ID TO OPR-ID
        READ OPERMAST
            INVALID KEY
                DISPLAY "Identifiant ou mot de passe incorrect."
            NOT INVALID KEY
                PERFORM VERIFIER-CONNEXION
        END-READ
    END-PERFORM
    IF NOT CONNEXION-REUSSIE-OUI
        DISPLAY "Trop d'essais infructueux, acces refuse."
        CLOSE OPERMAST
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 1 TO INDICE-ROLE
    PERFORM VARYING R FROM 1 BY 1 UNTIL R > 4
        IF DROITS-CODE-ROLE(R) = ROLE-SESSION
            MOVE R TO INDICE-ROLE
        END-IF
    END-PERFORM
    MOVE DROITS-LIBELLE(INDICE-ROLE) TO LIBELLE-ROLE
    DISPLAY "Connexion de " FUNCTION TRIM(OPR-NOM) " ("
        FUNCTION TRIM(LIBELLE-ROLE) ")".

VERIFIER-CONNEXION.
    IF OPR-MOT-DE-PASSE NOT = SAISIE-MOT-DE-PASSE
        DISPLAY "Identifiant ou mot de passe incorrect."
    ELSE
        IF NOT OPR-ACTIF-OUI
            DISPLAY "Operateur desactive, connexion refusee."
        ELSE
            MOVE "O" TO CONNEXION-REUSSIE
            MOVE OPR-ID TO OPERATEUR-SESSION
            MOVE OPR-ROLE TO ROLE-SESSION
            PERFORM OBTENIR-DATE-JOUR
            MOVE DATE-JOUR TO OPR-DERNIERE-CONNEXION
            REWRITE OPERATEUR-RECORD
                INVALID KEY DISPLAY "Erreur mise a jour fichier operateurs"
            END-REWRITE
        END-IF
    END-IF.

CREER-PREMIER-OFFICIER.
    DISPLAY "Aucun operateur enregistre : creation du premier officier."
    DISPLAY "Identifiant (8 caracteres maximum) : "
    ACCEPT SAISIE-ID
    MOVE FUNCTION UPPER-CASE(SAISIE-ID) TO SAISIE-ID
    DISPLAY "Nom : "
    ACCEPT SAISIE-NOM-OPERATEUR
    DISPLAY "Mot de passe (10 caracteres maximum) : "
    ACCEPT SAISIE-MOT-DE-PASSE
    IF SAISIE-ID = SPACES OR SAISIE-MOT-DE-PASSE = SPACES
        DISPLAY "Identifiant et mot de passe obligatoires, acces refuse."
        CLOSE OPERMAST
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SAISIE-ID TO OPR-ID
    MOVE SAISIE-MOT-DE-PASSE TO OPR-MOT-DE-PASSE
    MOVE SAISIE-NOM-OPERATEUR TO OPR-NOM
    MOVE "O" TO OPR-ROLE
    MOVE "O" TO OPR-ACTIF
    MOVE SPACES TO OPR-DERNIERE-CONNEXION
    WRITE OPERATEUR-RECORD
        INVALID KEY DISPLAY "Erreur ecriture fichier operateurs"
    END-WRITE
    DISPLAY "Officier " FUNCTION TRIM(OPR-ID) " cree.".

INITIALISER.
    OPEN EXTEND JOURNAL
    IF STATUT-JOURNAL = "35"
        OPEN I-O SQUADMAST
    END-IF

    OPEN I-O ESTABMST
    IF STATUT-ESTABMST = "35"
        OPEN OUTPUT ESTABMST
        CLOSE ESTABMST
        OPEN I-O ESTABMST
    END-IF

    OPEN I-O MISSMAST
    IF STATUT-MISSMAST = "35"
        OPEN OUTPUT MISSMAST
        CLOSE MISSMAST
        OPEN I-O MISSMAST
    END-IF

    OPEN EXTEND HISTFILE
    IF STATUT-HISTFILE = "35"
        OPEN OUTPUT HISTFILE

GERER-CLASSES.
    DISPLAY "Gestion des classes : A=Ajouter M=Modifier C=Consulter"
        " E=Effectif autorise"
    ACCEPT ACTION-CLASSE
    MOVE FUNCTION UPPER-CASE(ACTION-CLASSE) TO ACTION-CLASSE
    EVALUATE ACTION-CLASSE
            PERFORM MODIFIER-CLASSE
        WHEN "C"
            PERFORM CONSULTER-CLASSE
        WHEN "E"
            PERFORM GERER-EFFECTIF-CLASSE
        WHEN OTHER
            DISPLAY "Action invalide"
    END-EVALUATE.
                    REC-CLS-DEF-BONUS " " REC-CLS-RES-BONUS " "
                    REC-CLS-MVT-BONUS
            END-IF
            MOVE REC-CLS-NOM TO REC-EFF-CLASSE
            MOVE SPACES TO REC-EFF-ESCOUADE
            READ ESTABMST
                INVALID KEY
                    DISPLAY "Effectif   : (non defini)"
                NOT INVALID KEY
                    DISPLAY "Effectif   : " REC-EFF-CIBLE
                        " autorise(s) pour l'armee"
            END-READ
    END-READ.

GERER-EFFECTIF-CLASSE.
    DISPLAY "Nom de la classe : "
    ACCEPT CLASSE-A-GERER
    MOVE FUNCTION UPPER-CASE(CLASSE-A-GERER) TO CLASSE-A-GERER
    MOVE CLASSE-A-GERER TO REC-CLS-NOM
    READ CLASMAST
        INVALID KEY
            DISPLAY "Classe inconnue."
        NOT INVALID KEY
            PERFORM SAISIR-EFFECTIF-CLASSE
    END-READ.

SAISIR-EFFECTIF-CLASSE.
    DISPLAY "Escouade (vide = effectif de toute l'armee) : "
    ACCEPT NOM-ESCOUADE
    MOVE "O" TO ESCOUADE-TROUVEE
    IF NOM-ESCOUADE NOT = SPACES
        MOVE NOM-ESCOUADE TO REC-ESC-NOM
        READ SQUADMAST
            INVALID KEY
                MOVE "N" TO ESCOUADE-TROUVEE
                DISPLAY "Escouade inconnue."
        END-READ
    END-IF
    IF ESCOUADE-TROUVEE-OUI
        MOVE "N" TO EFFECTIF-EXISTANT
        MOVE CLASSE-A-GERER TO REC-EFF-CLASSE
        MOVE NOM-ESCOUADE TO REC-EFF-ESCOUADE
        READ ESTABMST
            INVALID KEY
                DISPLAY "Effectif autorise actuel : (non defini)"
            NOT INVALID KEY
                MOVE "O" TO EFFECTIF-EXISTANT
                DISPLAY "Effectif autorise actuel : " REC-EFF-CIBLE
                    " (mis a jour le " REC-EFF-DATE-MAJ " par "
                    REC-EFF-OPERATEUR ")"
        END-READ
        DISPLAY "Nouvel effectif autorise (3 chiffres, ex 005 ;"
            " 000 = supprimer) : "
        ACCEPT SAISIE-EFFECTIF
        IF SAISIE-EFFECTIF IS NOT NUMERIC
            DISPLAY "Effectif non numerique, saisie abandonnee."
        ELSE
            IF SAISIE-EFFECTIF = "000"
                IF EFFECTIF-EXISTANT-OUI
                    DELETE ESTABMST
                        INVALID KEY
                            DISPLAY "Erreur suppression fichier effectifs"
                    END-DELETE
                    DISPLAY "Effectif autorise supprime."
                ELSE
                    DISPLAY "Aucun effectif a supprimer."
                END-IF
            ELSE
                PERFORM OBTENIR-DATE-JOUR
                MOVE CLASSE-A-GERER TO REC-EFF-CLASSE
                MOVE NOM-ESCOUADE TO REC-EFF-ESCOUADE
                MOVE SAISIE-EFFECTIF TO REC-EFF-CIBLE
                MOVE DATE-JOUR TO REC-EFF-DATE-MAJ
                MOVE OPERATEUR-SESSION TO REC-EFF-OPERATEUR
                IF EFFECTIF-EXISTANT-OUI
                    REWRITE EFFECTIF-RECORD
                        INVALID KEY
                            DISPLAY "Erreur mise a jour fichier effectifs"
                    END-REWRITE
                ELSE
                    WRITE EFFECTIF-RECORD
                        INVALID KEY
                            DISPLAY "Erreur ecriture fichier effectifs"
                    END-WRITE
                END-IF
                DISPLAY "Effectif autorise enregistre."
            END-IF
        END-IF
    END-IF.

SAISIR-VALEURS-CLASSE.
    MOVE "N" TO SAISIE-VALIDE
    DISPLAY "Taux de croissance (20 chiffres, ordre HP ATK MAG TEC SPD"
        END-IF
    END-IF.

GERER-MISSIONS.
    DISPLAY "Gestion des missions : O=Ouvrir A=Assigner C=Cloturer"
        " V=Voir"
    ACCEPT ACTION-MISSION
    MOVE FUNCTION UPPER-CASE(ACTION-MISSION) TO ACTION-MISSION
    EVALUATE ACTION-MISSION
        WHEN "O"
            PERFORM OUVRIR-MISSION
        WHEN "A"
            PERFORM ASSIGNER-MISSION
        WHEN "C"
            PERFORM CLOTURER-MISSION
        WHEN "V"
            PERFORM VOIR-MISSION
        WHEN OTHER
            DISPLAY "Action invalide"
    END-EVALUATE.

GERER-OPERATEURS.
    DISPLAY "Gestion des operateurs : A=Ajouter M=Modifier C=Consulter"
    ACCEPT ACTION-OPERATEUR
    MOVE FUNCTION UPPER-CASE(ACTION-OPERATEUR) TO ACTION-OPERATEUR
    EVALUATE ACTION-OPERATEUR
        WHEN "A"
            PERFORM AJOUTER-OPERATEUR
        WHEN "M"
            PERFORM MODIFIER-OPERATEUR
        WHEN "C"
            PERFORM CONSULTER-OPERATEUR
        WHEN OTHER
            DISPLAY "Action invalide"
    END-EVALUATE.

AJOUTER-OPERATEUR.
    DISPLAY "Identifiant (8 caracteres maximum) : "
    ACCEPT SAISIE-ID
    MOVE FUNCTION UPPER-CASE(SAISIE-ID) TO SAISIE-ID
    IF SAISIE-ID = SPACES
        DISPLAY "Identifiant obligatoire, ajout refuse."
    ELSE
        MOVE SAISIE-ID TO OPR-ID
        READ OPERMAST
            INVALID KEY
                DISPLAY "Nom : "
                ACCEPT SAISIE-NOM-OPERATEUR
                DISPLAY "Mot de passe (10 caracteres maximum) : "
                ACCEPT SAISIE-MOT-DE-PASSE
                DISPLAY "Role (C=Consultation A=Armurier O=Officier"
                    " T=Tresorier) : "
                ACCEPT SAISIE-ROLE
                MOVE FUNCTION UPPER-CASE(SAISIE-ROLE) TO SAISIE-ROLE
                MOVE SAISIE-ROLE TO OPR-ROLE
                IF SAISIE-MOT-DE-PASSE = SPACES
                    DISPLAY "Mot de passe obligatoire, ajout refuse."
                ELSE
                    IF NOT OPR-ROLE-VALIDE
                        DISPLAY "Role invalide, ajout refuse."
                    ELSE
                        MOVE SAISIE-ID TO OPR-ID
                        MOVE SAISIE-MOT-DE-PASSE TO OPR-MOT-DE-PASSE
                        MOVE SAISIE-NOM-OPERATEUR TO OPR-NOM
                        MOVE "O" TO OPR-ACTIF
                        MOVE SPACES TO OPR-DERNIERE-CONNEXION
                        WRITE OPERATEUR-RECORD
                            INVALID KEY
                                DISPLAY "Erreur ecriture fichier operateurs"
                        END-WRITE
                        DISPLAY "Operateur ajoute."
                    END-IF
                END-IF
            NOT INVALID KEY
                DISPLAY "Cet operateur existe deja, ajout refuse."
        END-READ
    END-IF.

MODIFIER-OPERATEUR.
    DISPLAY "Identifiant : "
    ACCEPT SAISIE-ID
    MOVE FUNCTION UPPER-CASE(SAISIE-ID) TO SAISIE-ID
    MOVE SAISIE-ID TO OPR-ID
    READ OPERMAST
        INVALID KEY
            DISPLAY "Operateur inconnu."
        NOT INVALID KEY
            DISPLAY "Nouveau mot de passe (vide = inchange) : "
            ACCEPT SAISIE-MOT-DE-PASSE
            DISPLAY "Role C/A/O/T (vide = inchange, actuel " OPR-ROLE ") : "
            ACCEPT SAISIE-ROLE
            MOVE FUNCTION UPPER-CASE(SAISIE-ROLE) TO SAISIE-ROLE
            DISPLAY "Actif O/N (vide = inchange, actuel " OPR-ACTIF ") : "
            ACCEPT SAISIE-ACTIF
            MOVE FUNCTION UPPER-CASE(SAISIE-ACTIF) TO SAISIE-ACTIF
            PERFORM APPLIQUER-MODIFICATION-OPERATEUR
    END-READ.

APPLIQUER-MODIFICATION-OPERATEUR.
    MOVE "O" TO SAISIE-VALIDE
    IF SAISIE-ROLE NOT = SPACES AND SAISIE-ROLE NOT = "C"
            AND SAISIE-ROLE NOT = "A" AND SAISIE-ROLE NOT = "O"
            AND SAISIE-ROLE NOT = "T"
        DISPLAY "Role invalide, modification refusee."
        MOVE "N" TO SAISIE-VALIDE
    END-IF
    IF SAISIE-ACTIF NOT = SPACES AND SAISIE-ACTIF NOT = "O"
            AND SAISIE-ACTIF NOT = "N"
        DISPLAY "Indicateur actif invalide, modification refusee."
        MOVE "N" TO SAISIE-VALIDE
    END-IF
    IF OPR-ID = OPERATEUR-SESSION
        IF (SAISIE-ROLE NOT = SPACES AND SAISIE-ROLE NOT = "O")
                OR SAISIE-ACTIF = "N"
            DISPLAY "Un officier ne peut ni se retrograder ni se"
                " desactiver lui-meme."
            MOVE "N" TO SAISIE-VALIDE
        END-IF
    END-IF
    IF SAISIE-VALIDE-OUI
        IF SAISIE-MOT-DE-PASSE NOT = SPACES
            MOVE SAISIE-MOT-DE-PASSE TO OPR-MOT-DE-PASSE
        END-IF
        IF SAISIE-ROLE NOT = SPACES
            MOVE SAISIE-ROLE TO OPR-ROLE
        END-IF
        IF SAISIE-ACTIF NOT = SPACES
            MOVE SAISIE-ACTIF TO OPR-ACTIF
        END-IF
        REWRITE OPERATEUR-RECORD
            INVALID KEY DISPLAY "Erreur mise a jour fichier operateurs"
        END-REWRITE
        DISPLAY "Operateur mis a jour."
    END-IF.

CONSULTER-OPERATEUR.
    DISPLAY "Identifiant : "
    ACCEPT SAISIE-ID
    MOVE FUNCTION UPPER-CASE(SAISIE-ID) TO SAISIE-ID
    MOVE SAISIE-ID TO OPR-ID
    READ OPERMAST
        INVALID KEY
            DISPLAY "Operateur inconnu."
        NOT INVALID KEY
            MOVE 1 TO R
            PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                IF DROITS-CODE-ROLE(K) = OPR-ROLE
                    MOVE K TO R
                END-IF
            END-PERFORM
            DISPLAY "------------------------------"
            DISPLAY "Operateur  : " OPR-ID
            DISPLAY "Nom        : " OPR-NOM
            DISPLAY "Role       : " OPR-ROLE " " DROITS-LIBELLE(R)
            IF OPR-ACTIF-OUI
                DISPLAY "Actif      : OUI"
            ELSE
                DISPLAY "Actif      : NON"
            END-IF
            IF OPR-DERNIERE-CONNEXION = SPACES
                DISPLAY "Connexion  : (jamais)"
            ELSE
                DISPLAY "Connexion  : " OPR-DERNIERE-CONNEXION
            END-IF
    END-READ.

LIRE-MISSION.
    MOVE "N" TO MISSION-TROUVEE
    MOVE CODE-MISSION TO REC-MIS-CODE
    READ MISSMAST
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "O" TO MISSION-TROUVEE
    END-READ.

OUVRIR-MISSION.
    DISPLAY "Code de la mission (8 caracteres maximum) : "
    ACCEPT CODE-MISSION
    MOVE FUNCTION UPPER-CASE(CODE-MISSION) TO CODE-MISSION
    IF CODE-MISSION = SPACES
        DISPLAY "Code absent, ouverture refusee."
    ELSE
        PERFORM LIRE-MISSION
        IF MISSION-TROUVEE-OUI
            DISPLAY "Une mission porte deja ce code, ouverture refusee."
        ELSE
            PERFORM SAISIR-VALEURS-MISSION
            IF SAISIE-VALIDE-OUI
                MOVE CODE-MISSION TO REC-MIS-CODE
                MOVE SAISIE-OBJECTIF TO REC-MIS-OBJECTIF
                MOVE SAISIE-DATE-DEBUT TO REC-MIS-DATE-DEBUT
                MOVE SAISIE-DATE-FIN TO REC-MIS-DATE-FIN
                MOVE SPACES TO REC-MIS-ESCOUADE
                MOVE SAISIE-RECOMPENSE TO REC-MIS-RECOMPENSE
                MOVE "O" TO REC-MIS-STATUT
                MOVE SPACE TO REC-MIS-ISSUE
                MOVE SPACES TO REC-MIS-DATE-CLOTURE
                MOVE 0 TO REC-MIS-NB-PERTES
                MOVE 0 TO REC-MIS-NB-MEMBRES
                MOVE SPACES TO REC-MIS-MEMBRES
                WRITE MISSION-RECORD
                    INVALID KEY
                        DISPLAY "Erreur ecriture fichier missions"
                    NOT INVALID KEY
                        DISPLAY "Mission ouverte."
                END-WRITE
            END-IF
        END-IF
    END-IF.

SAISIR-VALEURS-MISSION.
    MOVE "N" TO SAISIE-VALIDE
    DISPLAY "Objectif (30 caracteres maximum) : "
    ACCEPT SAISIE-OBJECTIF
    DISPLAY "Date de debut (AAAA-MM-JJ) : "
    ACCEPT SAISIE-DATE
    PERFORM CONTROLER-SAISIE-DATE
    IF NOT SAISIE-VALIDE-OUI
        DISPLAY "Date invalide (AAAA-MM-JJ attendu), saisie abandonnee."
    ELSE
        MOVE SAISIE-DATE TO SAISIE-DATE-DEBUT
        DISPLAY "Date de fin (AAAA-MM-JJ) : "
        ACCEPT SAISIE-DATE
        PERFORM CONTROLER-SAISIE-DATE
        IF NOT SAISIE-VALIDE-OUI
            DISPLAY "Date invalide (AAAA-MM-JJ attendu),"
                " saisie abandonnee."
        ELSE
        IF SAISIE-DATE < SAISIE-DATE-DEBUT
            MOVE "N" TO SAISIE-VALIDE
            DISPLAY "Date de fin anterieure au debut, saisie abandonnee."
        ELSE
            MOVE SAISIE-DATE TO SAISIE-DATE-FIN
            DISPLAY "Recompense en pieces (7 chiffres) : "
            ACCEPT SAISIE-RECOMPENSE
            IF SAISIE-RECOMPENSE IS NOT NUMERIC
                MOVE "N" TO SAISIE-VALIDE
                DISPLAY "Recompense non numerique, saisie abandonnee."
            END-IF
        END-IF
        END-IF
    END-IF.

CONTROLER-SAISIE-DATE.
    MOVE "O" TO SAISIE-VALIDE
    IF SAISIE-DATE(5:1) NOT = "-"
            OR SAISIE-DATE(8:1) NOT = "-"
            OR SAISIE-DATE(1:4) IS NOT NUMERIC
            OR SAISIE-DATE(6:2) IS NOT NUMERIC
            OR SAISIE-DATE(9:2) IS NOT NUMERIC
        MOVE "N" TO SAISIE-VALIDE
    ELSE
        IF SAISIE-DATE(6:2) < "01" OR SAISIE-DATE(6:2) > "12"
                OR SAISIE-DATE(9:2) < "01" OR SAISIE-DATE(9:2) > "31"
            MOVE "N" TO SAISIE-VALIDE
        END-IF
    END-IF.

ASSIGNER-MISSION.
    DISPLAY "Code de la mission : "
    ACCEPT CODE-MISSION
    MOVE FUNCTION UPPER-CASE(CODE-MISSION) TO CODE-MISSION
    PERFORM LIRE-MISSION
    IF NOT MISSION-TROUVEE-OUI
        DISPLAY "Mission introuvable."
    ELSE
    IF NOT REC-MIS-OUVERTE
        DISPLAY "Mission deja assignee ou cloturee, assignation refusee."
    ELSE
        DISPLAY "Nom de l'escouade : "
        ACCEPT NOM-ESCOUADE
        MOVE "N" TO ESCOUADE-TROUVEE
        MOVE NOM-ESCOUADE TO REC-ESC-NOM
        READ SQUADMAST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "O" TO ESCOUADE-TROUVEE
        END-READ
        IF NOT ESCOUADE-TROUVEE-OUI
            DISPLAY "Escouade introuvable."
        ELSE
        IF REC-ESC-NB-MEMBRES = 0
            DISPLAY "Escouade sans membres, assignation refusee."
        ELSE
            PERFORM CHERCHER-MISSION-ESCOUADE
            IF MISSION-DE-ESCOUADE NOT = SPACES
                DISPLAY "Escouade deja engagee sur la mission "
                    MISSION-DE-ESCOUADE ", assignation refusee."
            ELSE
                PERFORM LIRE-MISSION
                MOVE NOM-ESCOUADE TO REC-ESC-NOM
                READ SQUADMAST
                    INVALID KEY
                        MOVE "N" TO ESCOUADE-TROUVEE
                END-READ
                IF MISSION-TROUVEE-OUI AND ESCOUADE-TROUVEE-OUI
                    PERFORM RELEVER-MEMBRES-MISSION
                    IF REC-MIS-NB-MEMBRES = 0
                        DISPLAY "Aucun membre de l'escouade en service,"
                            " assignation refusee."
                    ELSE
                        MOVE REC-ESC-NOM TO REC-MIS-ESCOUADE
                        MOVE "A" TO REC-MIS-STATUT
                        REWRITE MISSION-RECORD
                            INVALID KEY
                                DISPLAY "Erreur mise a jour fichier missions"
                            NOT INVALID KEY
                                DISPLAY "Mission assignee a l'escouade "
                                    FUNCTION TRIM(REC-MIS-ESCOUADE) " ("
                                    REC-MIS-NB-MEMBRES " membres en service)."
                        END-REWRITE
                    END-IF
                END-IF
            END-IF
        END-IF
        END-IF
    END-IF
    END-IF.

RELEVER-MEMBRES-MISSION.
    MOVE 0 TO REC-MIS-NB-MEMBRES
    MOVE SPACES TO REC-MIS-MEMBRES
    PERFORM VARYING M FROM 1 BY 1 UNTIL M > REC-ESC-NB-MEMBRES
        MOVE REC-ESC-MEMBRE(M) TO REC-NOM-UNITE
        READ UNITMAST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF REC-STATUT-EN-SERVICE
                    ADD 1 TO REC-MIS-NB-MEMBRES
                    MOVE REC-NOM-UNITE TO REC-MIS-MEMBRE(REC-MIS-NB-MEMBRES)
                END-IF
        END-READ
    END-PERFORM.

CHERCHER-MISSION-ESCOUADE.
    MOVE SPACES TO MISSION-DE-ESCOUADE
    MOVE LOW-VALUES TO REC-MIS-CODE
    START MISSMAST KEY IS NOT LESS THAN REC-MIS-CODE
        INVALID KEY MOVE "10" TO STATUT-MISSMAST
    END-START
    PERFORM UNTIL STATUT-MISSMAST NOT = "00"
        READ MISSMAST NEXT RECORD
            AT END MOVE "10" TO STATUT-MISSMAST
            NOT AT END
                IF REC-MIS-ASSIGNEE AND REC-MIS-ESCOUADE = NOM-ESCOUADE
                    MOVE REC-MIS-CODE TO MISSION-DE-ESCOUADE
                END-IF
        END-READ
    END-PERFORM.

CLOTURER-MISSION.
    DISPLAY "Code de la mission : "
    ACCEPT CODE-MISSION
    MOVE FUNCTION UPPER-CASE(CODE-MISSION) TO CODE-MISSION
    PERFORM LIRE-MISSION
    IF NOT MISSION-TROUVEE-OUI
        DISPLAY "Mission introuvable."
    ELSE
    IF NOT REC-MIS-ASSIGNEE
        DISPLAY "Seule une mission assignee peut etre cloturee."
    ELSE
        DISPLAY "Issue de la mission (S=Succes E=Echec) : "
        ACCEPT ISSUE-MISSION
        MOVE FUNCTION UPPER-CASE(ISSUE-MISSION) TO ISSUE-MISSION
        IF ISSUE-MISSION NOT = "S" AND ISSUE-MISSION NOT = "E"
            DISPLAY "Issue invalide, cloture refusee."
        ELSE
            DISPLAY "Confirmer la cloture de " CODE-MISSION
                " (OUI/NON) : "
            ACCEPT CONFIRMATION
            IF FUNCTION UPPER-CASE(CONFIRMATION) = "OUI"
                PERFORM OBTENIR-DATE-JOUR
                MOVE "C" TO REC-MIS-STATUT
                MOVE ISSUE-MISSION TO REC-MIS-ISSUE
                MOVE DATE-JOUR TO REC-MIS-DATE-CLOTURE
                PERFORM COMPTER-PERTES-MISSION
                REWRITE MISSION-RECORD
                    INVALID KEY
                        DISPLAY "Erreur mise a jour fichier missions"
                    NOT INVALID KEY
                        DISPLAY "Mission cloturee avec " REC-MIS-NB-PERTES
                            " perte(s) (resultats postes par le"
                            " traitement MISSIONB)."
                END-REWRITE
            ELSE
                DISPLAY "Cloture annulee."
            END-IF
        END-IF
    END-IF
    END-IF.

COMPTER-PERTES-MISSION.
    MOVE 0 TO REC-MIS-NB-PERTES
    PERFORM VARYING M FROM 1 BY 1 UNTIL M > REC-MIS-NB-MEMBRES
        MOVE REC-MIS-MEMBRE(M) TO REC-NOM-UNITE
        READ UNITMAST
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF REC-STATUT-TOMBE
                    ADD 1 TO REC-MIS-NB-PERTES
                END-IF
        END-READ
    END-PERFORM.

VOIR-MISSION.
    DISPLAY "Code de la mission : "
    ACCEPT CODE-MISSION
    MOVE FUNCTION UPPER-CASE(CODE-MISSION) TO CODE-MISSION
    PERFORM LIRE-MISSION
    IF NOT MISSION-TROUVEE-OUI
        DISPLAY "Mission introuvable."
    ELSE
        EVALUATE TRUE
            WHEN REC-MIS-ASSIGNEE
                MOVE "ASSIGNEE" TO LIBELLE-MISSION
            WHEN REC-MIS-CLOSE
                MOVE "CLOTUREE" TO LIBELLE-MISSION
            WHEN REC-MIS-POSTEE
                MOVE "POSTEE" TO LIBELLE-MISSION
            WHEN OTHER
                MOVE "OUVERTE" TO LIBELLE-MISSION
        END-EVALUATE
        DISPLAY "------------------------------"
        DISPLAY "Mission    : " REC-MIS-CODE
        DISPLAY "Objectif   : " REC-MIS-OBJECTIF
        DISPLAY "Periode    : " REC-MIS-DATE-DEBUT " au "
            REC-MIS-DATE-FIN
        DISPLAY "Recompense : " REC-MIS-RECOMPENSE " pieces"
        DISPLAY "Statut     : " LIBELLE-MISSION
        IF REC-MIS-ESCOUADE = SPACES
            DISPLAY "Escouade   : (aucune)"
        ELSE
            DISPLAY "Escouade   : " REC-MIS-ESCOUADE
        END-IF
        IF REC-MIS-SUCCES
            DISPLAY "Issue      : SUCCES le " REC-MIS-DATE-CLOTURE
        END-IF
        IF REC-MIS-ECHEC
            DISPLAY "Issue      : ECHEC le " REC-MIS-DATE-CLOTURE
        END-IF
        IF REC-MIS-POSTEE
            DISPLAY "Pertes     : " REC-MIS-NB-PERTES
        END-IF
        DISPLAY "Engages    : " REC-MIS-NB-MEMBRES
        PERFORM VARYING M FROM 1 BY 1 UNTIL M > REC-MIS-NB-MEMBRES
            DISPLAY "  " REC-MIS-MEMBRE(M)
        END-PERFORM
    END-IF.

CHARGER-TRESORERIE.
    OPEN INPUT TRESORIE
    IF STATUT-TRESORIE = "35"
    MOVE SENS-MOUVEMENT TO LED-SENS
    MOVE MONTANT-MOUVEMENT TO LED-MONTANT
    MOVE SOLDE-TRESORERIE TO LED-SOLDE
    MOVE OPERATEUR-SESSION TO LED-OPERATEUR
    WRITE LEDGER-RECORD
    IF STATUT-LEDGER NOT = "00"
        DISPLAY "Erreur ecriture fichier livre de comptes"
    CLOSE WEAPMAST
    CLOSE CLASMAST
    CLOSE SQUADMAST
    CLOSE MISSMAST
    CLOSE OPERMAST
    CLOSE ESTABMST
    CLOSE HISTFILE
    CLOSE JOURNAL.

    MOVE CLE-JOURNAL TO JRN-CLE
    MOVE IMAGE-AVANT TO JRN-AVANT
    MOVE IMAGE-APRES TO JRN-APRES
    MOVE OPERATEUR-SESSION TO JRN-OPERATEUR
    WRITE JOURNAL-RECORD
    IF STATUT-JOURNAL NOT = "00"
        DISPLAY "Erreur ecriture fichier journal"
