           05  WS-D-NEW-VIENDO         PIC X(40).
           05  FILLER                  PIC X(1)  VALUE SPACES.

      *    Printed under a detail line for a maintenance change, so
      *    the inquiry shows who keyed it and who approved it.
       01  WS-APPROVAL-LINE.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "KEYED BY ".
           05  WS-A-KEYED-BY           PIC X(8).
           05  FILLER                  PIC X(14) VALUE
               "  APPROVED BY ".
           05  WS-A-APPROVED-BY        PIC X(8).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  WS-TL-DATE              PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           MOVE AUD-NEW-NUMERO TO WS-D-NEW-NUMERO.
           MOVE AUD-NEW-VIENDO TO WS-D-NEW-VIENDO.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           IF AUD-KEYED-BY NOT = SPACES
               MOVE AUD-KEYED-BY TO WS-A-KEYED-BY
               MOVE AUD-APPROVED-BY TO WS-A-APPROVED-BY
               WRITE REPORT-LINE FROM WS-APPROVAL-LINE
           END-IF.
           ADD 1 TO WS-COUNT-SELECTED.

      *    Nightly control-totals records are reported too, so the
