*> fixed-field transaction card, same layout discipline as the
*> registry record it maintains: the action code, the user id of
*> whoever keyed the card, then the registry fields an add or change
*> carries (a delete only needs the name). The design storm sits at
*> the end of the card and may be left blank: an add then registers
*> the zone with no design storm, and a change leaves the zone's
*> design storm as it was -- so cards keyed before the fields
*> existed still apply unchanged. The survey origin follows it on
*> the same terms: blank registers no origin on an add and leaves
*> the origin as it was on a change.
FD TXN.
01 TXN-REC.
       02 TXN-ACTION PIC X(1).
       02 TXN-EXP-COLS PIC 9(4).
       02 TXN-MIN-TOTAL PIC 9(8).
       02 TXN-MAX-TOTAL PIC 9(8).
       02 TXN-DESIGN.
           03 TXN-DESIGN-RATE PIC 9(3)V99.
           03 TXN-DESIGN-HOURS PIC 9(3).
       02 TXN-ORIGIN.
           03 TXN-ORIGIN-EAST PIC 9(8)V99.
           03 TXN-ORIGIN-NORTH PIC 9(8)V99.
           03 TXN-CELL-SIZE PIC 9(4)V99.

*> the same registry record main8 maintains, via its copybook
FD ZREG.
01 WS-BEF-EXP-COLS PIC 9(4) value 0.
01 WS-BEF-MIN-TOTAL PIC 9(8) value 0.
01 WS-BEF-MAX-TOTAL PIC 9(8) value 0.
01 WS-BEF-DESIGN-RATE PIC 9(3)V99 value 0.
01 WS-BEF-DESIGN-HOURS PIC 9(3) value 0.
01 WS-BEF-ORIGIN-EAST PIC 9(8)V99 value 0.
01 WS-BEF-ORIGIN-NORTH PIC 9(8)V99 value 0.
01 WS-BEF-CELL-SIZE PIC 9(4)V99 value 0.

*> edited fields for the before/after images on the change log
01 WS-IMG-ROWS-ED PIC Z(3)9.
01 WS-IMG-COLS-ED PIC Z(3)9.
01 WS-IMG-MIN-ED PIC Z(7)9.
01 WS-IMG-MAX-ED PIC Z(7)9.
01 WS-IMG-RATE-ED PIC ZZ9.99.
01 WS-IMG-HOURS-ED PIC ZZ9.
01 WS-IMG-EAST-ED PIC Z(7)9.99.
01 WS-IMG-NORTH-ED PIC Z(7)9.99.
01 WS-IMG-CELL-ED PIC Z(3)9.99.

PROCEDURE DIVISION.
*> which transaction file to read: a command-line argument wins,
*> ---------------------------------------------------------------
*> 2150-VALIDATE-FIELDS
*> The field checks an add or change must pass: the normal range
*> the right way around, the expected dimensions within what the
*> GRIDLAY grid can actually hold, a design storm (when the card
*> carries one) numeric with its rate and hours set together, and a
*> survey origin (likewise) numeric, with a cell size to go with
*> it and an origin to go with the cell size -- an all-zero origin
*> is how a card clears one.
*> A failed check fills the reject reason; callers test it for
*> SPACES on return.
*> ---------------------------------------------------------------
2150-VALIDATE-FIELDS.
       MOVE SPACES TO WS-REJECT-REASON
       IF TXN-DESIGN not = SPACES THEN
           IF TXN-DESIGN-RATE is not numeric or
              TXN-DESIGN-HOURS is not numeric THEN
               MOVE "DESIGN STORM NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               IF (TXN-DESIGN-RATE = 0 and TXN-DESIGN-HOURS > 0) or
                  (TXN-DESIGN-RATE > 0 and TXN-DESIGN-HOURS = 0) THEN
                   MOVE "DESIGN RATE AND HOURS MUST BE SET TOGETHER"
                        TO WS-REJECT-REASON
               END-IF
           END-IF
       END-IF
       IF TXN-ORIGIN not = SPACES THEN
           IF TXN-ORIGIN-EAST is not numeric or
              TXN-ORIGIN-NORTH is not numeric or
              TXN-CELL-SIZE is not numeric THEN
               MOVE "SURVEY ORIGIN NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               IF TXN-CELL-SIZE = 0 and
                  (TXN-ORIGIN-EAST > 0 or TXN-ORIGIN-NORTH > 0) THEN
                   MOVE "CELL SIZE REQUIRED WITH SURVEY ORIGIN"
                        TO WS-REJECT-REASON
               END-IF
               IF TXN-CELL-SIZE > 0 and
                  TXN-ORIGIN-EAST = 0 and TXN-ORIGIN-NORTH = 0 THEN
                   MOVE "SURVEY ORIGIN REQUIRED WITH CELL SIZE"
                        TO WS-REJECT-REASON
               END-IF
           END-IF
       END-IF
       IF TXN-MIN-TOTAL > TXN-MAX-TOTAL THEN
           MOVE "MIN TOTAL EXCEEDS MAX TOTAL" TO WS-REJECT-REASON
       END-IF
*> 2200-APPLY-ADD
*> Registers a new zone: the key must be free and the fields
*> valid. The last-scored fields start at zero -- the zone has
*> never run -- and so does a design storm or survey origin the
*> card leaves blank.
*> ---------------------------------------------------------------
2200-APPLY-ADD.
       IF WS-ZR-FOUND > 0 THEN
               MOVE 0 TO ZREG-LAST-DATE
               MOVE 0 TO ZREG-LAST-LP
               MOVE 0 TO ZREG-LAST-TOTAL
               IF TXN-DESIGN = SPACES THEN
                   MOVE 0 TO ZREG-DESIGN-RATE
                   MOVE 0 TO ZREG-DESIGN-HOURS
               ELSE
                   MOVE TXN-DESIGN-RATE TO ZREG-DESIGN-RATE
                   MOVE TXN-DESIGN-HOURS TO ZREG-DESIGN-HOURS
               END-IF
               IF TXN-ORIGIN = SPACES THEN
                   MOVE 0 TO ZREG-ORIGIN-EAST
                   MOVE 0 TO ZREG-ORIGIN-NORTH
                   MOVE 0 TO ZREG-CELL-SIZE
               ELSE
                   MOVE TXN-ORIGIN-EAST TO ZREG-ORIGIN-EAST
                   MOVE TXN-ORIGIN-NORTH TO ZREG-ORIGIN-NORTH
                   MOVE TXN-CELL-SIZE TO ZREG-CELL-SIZE
               END-IF
               WRITE ZREG-REC
                   INVALID KEY
                       MOVE "REGISTRY WRITE FAILED"
*> ---------------------------------------------------------------
*> 2300-APPLY-CHANGE
*> Overwrites an existing entry's expected dimensions and normal
*> range in place, and its design storm and survey origin when the
*> card carries them;
*> the last-scored fields stay with the record -- a changed range
*> does not unscore the zone.
*> ---------------------------------------------------------------
2300-APPLY-CHANGE.
       IF WS-ZR-FOUND = 0 THEN
               MOVE TXN-EXP-COLS TO ZREG-EXP-COLS
               MOVE TXN-MIN-TOTAL TO ZREG-MIN-TOTAL
               MOVE TXN-MAX-TOTAL TO ZREG-MAX-TOTAL
               IF TXN-DESIGN not = SPACES THEN
                   MOVE TXN-DESIGN-RATE TO ZREG-DESIGN-RATE
                   MOVE TXN-DESIGN-HOURS TO ZREG-DESIGN-HOURS
               END-IF
               IF TXN-ORIGIN not = SPACES THEN
                   MOVE TXN-ORIGIN-EAST TO ZREG-ORIGIN-EAST
                   MOVE TXN-ORIGIN-NORTH TO ZREG-ORIGIN-NORTH
                   MOVE TXN-CELL-SIZE TO ZREG-CELL-SIZE
               END-IF
               REWRITE ZREG-REC
                   INVALID KEY
                       MOVE "REGISTRY REWRITE FAILED"
       MOVE ZREG-EXP-ROWS TO WS-BEF-EXP-ROWS
       MOVE ZREG-EXP-COLS TO WS-BEF-EXP-COLS
       MOVE ZREG-MIN-TOTAL TO WS-BEF-MIN-TOTAL
       MOVE ZREG-MAX-TOTAL TO WS-BEF-MAX-TOTAL
       MOVE ZREG-DESIGN-RATE TO WS-BEF-DESIGN-RATE
       MOVE ZREG-DESIGN-HOURS TO WS-BEF-DESIGN-HOURS
       MOVE ZREG-ORIGIN-EAST TO WS-BEF-ORIGIN-EAST
       MOVE ZREG-ORIGIN-NORTH TO WS-BEF-ORIGIN-NORTH
       MOVE ZREG-CELL-SIZE TO WS-BEF-CELL-SIZE.

*> ---------------------------------------------------------------
*> 3100-WRITE-BEFORE-IMAGE
       MOVE WS-BEF-EXP-COLS TO WS-IMG-COLS-ED
       MOVE WS-BEF-MIN-TOTAL TO WS-IMG-MIN-ED
       MOVE WS-BEF-MAX-TOTAL TO WS-IMG-MAX-ED
       MOVE WS-BEF-DESIGN-RATE TO WS-IMG-RATE-ED
       MOVE WS-BEF-DESIGN-HOURS TO WS-IMG-HOURS-ED
       MOVE WS-BEF-ORIGIN-EAST TO WS-IMG-EAST-ED
       MOVE WS-BEF-ORIGIN-NORTH TO WS-IMG-NORTH-ED
       MOVE WS-BEF-CELL-SIZE TO WS-IMG-CELL-ED
       MOVE SPACES TO CHGLOG-REC
       STRING "  BEFORE ROWS:" SPACE WS-IMG-ROWS-ED SPACE
              "COLS:" SPACE WS-IMG-COLS-ED SPACE
              "MIN:" SPACE WS-IMG-MIN-ED SPACE
              "MAX:" SPACE WS-IMG-MAX-ED SPACE
              "RATE:" SPACE WS-IMG-RATE-ED SPACE
              "HOURS:" SPACE WS-IMG-HOURS-ED SPACE
              "EAST:" SPACE WS-IMG-EAST-ED SPACE
              "NORTH:" SPACE WS-IMG-NORTH-ED SPACE
              "CELL:" SPACE WS-IMG-CELL-ED
              DELIMITED BY SIZE INTO CHGLOG-REC
       WRITE CHGLOG-REC.

       MOVE ZREG-EXP-COLS TO WS-IMG-COLS-ED
       MOVE ZREG-MIN-TOTAL TO WS-IMG-MIN-ED
       MOVE ZREG-MAX-TOTAL TO WS-IMG-MAX-ED
       MOVE ZREG-DESIGN-RATE TO WS-IMG-RATE-ED
       MOVE ZREG-DESIGN-HOURS TO WS-IMG-HOURS-ED
       MOVE ZREG-ORIGIN-EAST TO WS-IMG-EAST-ED
       MOVE ZREG-ORIGIN-NORTH TO WS-IMG-NORTH-ED
       MOVE ZREG-CELL-SIZE TO WS-IMG-CELL-ED
       MOVE SPACES TO CHGLOG-REC
       STRING "  AFTER ROWS:" SPACE WS-IMG-ROWS-ED SPACE
              "COLS:" SPACE WS-IMG-COLS-ED SPACE
              "MIN:" SPACE WS-IMG-MIN-ED SPACE
              "MAX:" SPACE WS-IMG-MAX-ED SPACE
              "RATE:" SPACE WS-IMG-RATE-ED SPACE
              "HOURS:" SPACE WS-IMG-HOURS-ED SPACE
              "EAST:" SPACE WS-IMG-EAST-ED SPACE
              "NORTH:" SPACE WS-IMG-NORTH-ED SPACE
              "CELL:" SPACE WS-IMG-CELL-ED
              DELIMITED BY SIZE INTO CHGLOG-REC
       WRITE CHGLOG-REC.

