*> JRN-AVANT holds the record image before the change (spaces for a
*> fresh write) and JRN-APRES the image after (spaces for a delete).
*> JRNLFWD replays the journal on top of a restored generation up to
*> a chosen cut-off date and time. JRN-OPERATEUR is the operator
*> signed on to ARMY when the change was made (spaces for batch runs).
01 JOURNAL-RECORD.
    05 JRN-DATE            PIC X(10).
    05 JRN-HEURE           PIC X(08).
    05 JRN-CLE             PIC X(15).
    05 JRN-AVANT           PIC X(80).
    05 JRN-APRES           PIC X(80).
    05 JRN-OPERATEUR       PIC X(08).
