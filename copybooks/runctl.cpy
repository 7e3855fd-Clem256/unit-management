*> Record layout for the batch run-control file (RUNCTL).
*> One record per batch program, keyed on RUN-PROGRAMME, rewritten at
*> the start (statut E = en cours) and at the end of every run
*> (statut T = termine, A = arret sur erreur). RUN-PERIODE is the
*> period processed: AAAA-MM for PAYROLLB and HISTARCH, AAAA-MM-JJ
*> for the nightly programs. A program refuses a period at or before
*> a completed RUN-PERIODE unless the operator answers FORCER, in which
*> case RUN-FORCE is set to O. A record left at E means the run
*> stopped before reaching its end. RUNSTAT reads this file to
*> print the morning status of the nightly chain.
01 RUNCTL-RECORD.
    05 RUN-PROGRAMME          PIC X(08).
    05 RUN-PERIODE            PIC X(10).
    05 RUN-STATUT             PIC X.
        88 RUN-EN-COURS           VALUE "E".
        88 RUN-TERMINE            VALUE "T".
        88 RUN-ECHEC              VALUE "A".
    05 RUN-DATE               PIC X(10).
    05 RUN-HEURE-DEBUT        PIC X(08).
    05 RUN-HEURE-FIN          PIC X(08).
    05 RUN-NB-LUS             PIC 9(07).
    05 RUN-NB-TRAITES         PIC 9(07).
    05 RUN-NB-ANOMALIES       PIC 9(07).
    05 RUN-CODE-RETOUR        PIC 9(03).
    05 RUN-FORCE              PIC X.
