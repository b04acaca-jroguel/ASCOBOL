      *          whether anything went wrong.  Counts the exceptions
      *          on each source - step failures in RUNLOG.RPT and
      *          rejected web batches first (act today), then the
      *          sales and student rejects, credit exceptions and
      *          the orphans left by the weekly IntegrityCheck, then
      *          duplicates and gender exceptions - and prints one
      *          severity-ordered summary line per source with its
      *          count on EXCDIGEST.RPT.  A clean night prints an
      *          explicit NO EXCEPTIONS page, so silence is a
      *          statement rather than a question.
      * Tectonics: cobc
               "3DUPSALES.RPT                 03              ".
           02  FILLER PIC X(46) VALUE
               "3GENDEREXC.RPT                00              ".
           02  FILLER PIC X(46) VALUE
               "2INTEGEXC.DAT                 00              ".
       01  Source-Table REDEFINES Source-Table-Values.
           02  Source-Entry OCCURS 8 TIMES.
               03 SRC-Severity         PIC 9.
               03 SRC-File-Name        PIC X(29).
               03 SRC-Header-Lines     PIC 99.
               03 FILLER               PIC X(4).

       01  Source-Counts.
           02  Source-Count-Entry OCCURS 8 TIMES
                   PIC S9(5).

       01  Source-Sub                  PIC 9.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM CountOneSource
               VARYING Source-Sub FROM 1 BY 1
               UNTIL Source-Sub > 8
           OPEN OUTPUT Digest-Report
           WRITE Digest-Line FROM Digest-Heading-Line
           MOVE Current-Run-Date TO Prn-Digest-Date

       PrintSeverityGroup.
           PERFORM VARYING Source-Sub FROM 1 BY 1
                   UNTIL Source-Sub > 8
               IF SRC-Severity(Source-Sub) = Severity-Sub
                   AND Source-Count-Entry(Source-Sub) > ZERO
                   MOVE SRC-Severity(Source-Sub)
