    01 MAJ-REUSSIE            PIC X VALUE "N".
        88 MAJ-REUSSIE-OUI        VALUE "O".
    01 FICHIER-JOURNAL        PIC X(08).
    01 OPERATEUR-SESSION      PIC X(08) EXTERNAL.
    01 ACTION-JOURNAL         PIC X.
    01 CLE-JOURNAL            PIC X(15).
    01 IMAGE-AVANT            PIC X(80).
    END-IF.

OUVRIR-FICHIERS.
    IF OPERATEUR-SESSION = LOW-VALUES
        MOVE SPACES TO OPERATEUR-SESSION
    END-IF
    OPEN I-O UNITMAST
    OPEN I-O WEAPMAST
    OPEN INPUT CLASMAST
    MOVE CLE-JOURNAL TO JRN-CLE
    MOVE IMAGE-AVANT TO JRN-AVANT
    MOVE IMAGE-APRES TO JRN-APRES
    MOVE OPERATEUR-SESSION TO JRN-OPERATEUR
    WRITE JOURNAL-RECORD
    IF STATUT-JOURNAL NOT = "00"
        DISPLAY "Erreur ecriture fichier journal"
