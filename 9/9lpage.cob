       >>SOURCE FORMAT FREE
*> To run do `cobc -x -I copybooks 9/9lpage.cob && ./9lpage [yyyymmdd]`
*> from the repo root, in the directory holding the 9LPHIST.idx
*> low-point master main8 maintains. The as-of date defaults to
*> today. Reads 9DIST.dat when present. Writes 9LPAGE.dat.
IDENTIFICATION DIVISION.
program-id. lpage8.
author. Andrew.
date-written. Oct 15, 2026.

*> Low-point aging report. main8 posts every low point it detects
*> into the 9LPHIST.idx history master -- when it was first seen,
*> the start of its current open spell, the last night seen, how
*> many nights running -- and closes the ones that stop showing up.
*> This program reads the master end to end and ages every point
*> still open from its open date to the as-of date (the first
*> command-line argument as YYYYMMDD, else today), bucketing them
*> 0-7, 8-30, 31-90, and over 90 days. One line per zone, with the
*> over-90 points listed under it individually -- the ones that
*> have been ignored the longest -- then one block per district
*> through the 9DIST.dat cross-reference (a zone it doesn't carry
*> rolls under UNASSIGNED, as in the main8 batch report), then the
*> run-wide totals. An open point that is on 9REMED.dat has already
*> been worked by a crew and is only waiting on the extract to
*> catch up, so it is counted separately as remediated rather than
*> aged against anyone.

ENVIRONMENT DIVISION.
input-output section.
file-control.
       select LPHIST assign to "9LPHIST.idx"
           organization is indexed
           access is sequential
           record key is LPH-KEY
           file status is WS-LPH-STATUS.
       select DIST assign to "9DIST.dat"
           organization is line sequential
           access is sequential
           file status is WS-DIST-STATUS.
       select AGEOUT assign to "9LPAGE.dat"
           organization is line sequential
           access is sequential.

DATA DIVISION.
FILE SECTION.
FD LPHIST.
COPY LPHIST.

*> same fixed-field cross-reference record main8 loads
FD DIST.
01 DIST-REC.
       02 DIST-ZONE PIC X(100).
       02 DIST-CODE PIC X(4).
       02 DIST-NAME PIC X(30).

FD AGEOUT.
01 AGE-REC PIC X(200).

WORKING-STORAGE SECTION.
01 WS-LPH-STATUS PIC XX value "00".
01 WS-LPH-EOF PIC X value "N".
       88 WS-LPH-DONE value "Y".
01 WS-DIST-STATUS PIC XX value "00".
01 WS-DIST-EOF PIC X value "N".
       88 WS-DIST-DONE value "Y".
01 WS-DIST-PRESENT-SWITCH PIC X value "N".
       88 WS-DIST-PRESENT value "Y".
01 WS-ARG-COUNT PIC 99 value 0.
01 WS-ASOF-ARG PIC X(10) value SPACES.
01 WS-ASOF-DATE PIC 9(8) value 0.
01 WS-ASOF-DAYS PIC 9(8) value 0.
01 WS-OPEN-DAYS PIC 9(8) value 0.
01 WS-AGE PIC 9(6) value 0.

*> the district cross-reference, held the way main8 holds it
01 WS-DX-COUNT PIC 9(4) value 0.
01 WS-DX-TABLE.
       02 WS-DX-ENTRY OCCURS 500 TIMES.
           03 WS-DX-ZONE PIC X(100).
           03 WS-DX-CODE PIC X(4).
           03 WS-DX-NAME PIC X(30).
01 WS-DX-IDX PIC 9(4) value 0.
01 WS-DX-FOUND PIC 9(4) value 0.

*> bucket counters -- slot 1 is 0-7 days, 2 is 8-30, 3 is 31-90,
*> 4 is over 90; the same four-slot shape at zone, district, and
*> run level so one paragraph can roll each into the next
01 WS-BUCKET PIC 9 value 0.
01 WS-ZONE-BUCKETS.
       02 WS-ZB-CNT PIC 9(6) OCCURS 4 TIMES.
01 WS-ZONE-REMED PIC 9(6) value 0.
01 WS-ZONE-OPEN PIC 9(6) value 0.
01 WS-CURR-ZONE PIC X(100) value SPACES.
01 WS-ZONE-STARTED PIC X value "N".
       88 WS-IN-ZONE value "Y".

*> the current zone's over-90 points, held until the zone's own
*> line is written so they list under it; a zone with more than
*> the table holds lists the first ones and counts the rest
01 WS-AG-COUNT PIC 9(4) value 0.
01 WS-AG-DROPPED PIC 9(6) value 0.
01 WS-AG-TABLE.
       02 WS-AG-ENTRY OCCURS 1000 TIMES.
           03 WS-AG-ROW PIC 9(4).
           03 WS-AG-COL PIC 9(4).
           03 WS-AG-OPEN-DATE PIC 9(8).
           03 WS-AG-AGE PIC 9(6).
           03 WS-AG-CONSEC PIC 9(5).
           03 WS-AG-DEEPEST PIC 9(2).
01 WS-AG-IDX PIC 9(4) value 0.

01 WS-DT-COUNT PIC 9(4) value 0.
01 WS-DT-TABLE.
       02 WS-DT-ENTRY OCCURS 50 TIMES.
           03 WS-DT-CODE PIC X(4).
           03 WS-DT-NAME PIC X(30).
           03 WS-DT-ZONES PIC 9(4).
           03 WS-DT-CNT PIC 9(6) OCCURS 4 TIMES.
           03 WS-DT-REMED PIC 9(6).
01 WS-DT-IDX PIC 9(4) value 0.
01 WS-DT-FOUND PIC 9(4) value 0.
01 WS-ROLL-CODE PIC X(4) value SPACES.
01 WS-ROLL-NAME PIC X(30) value SPACES.

01 WS-RUN-BUCKETS.
       02 WS-RB-CNT PIC 9(6) OCCURS 4 TIMES.
01 WS-RUN-REMED PIC 9(6) value 0.
01 WS-RUN-ZONES PIC 9(4) value 0.
01 WS-RUN-CLOSED PIC 9(6) value 0.

01 WS-B1-ED PIC Z(5)9.
01 WS-B2-ED PIC Z(5)9.
01 WS-B3-ED PIC Z(5)9.
01 WS-B4-ED PIC Z(5)9.
01 WS-OPEN-ED PIC Z(5)9.
01 WS-REMED-ED PIC Z(5)9.
01 WS-ZONES-ED PIC Z(3)9.
01 WS-ROW-ED PIC Z(3)9.
01 WS-COL-ED PIC Z(3)9.
01 WS-AGE-ED PIC Z(5)9.
01 WS-CONSEC-ED PIC Z(4)9.
01 WS-DEPTH-ED PIC Z9.

PROCEDURE DIVISION.
ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
IF WS-ARG-COUNT > 0 THEN
       ACCEPT WS-ASOF-ARG FROM ARGUMENT-VALUE
END-IF
IF WS-ASOF-ARG not = SPACES THEN
       IF WS-ASOF-ARG(1:8) is numeric THEN
           MOVE WS-ASOF-ARG(1:8) TO WS-ASOF-DATE
       ELSE
           DISPLAY "LPAGE8: AS-OF DATE MUST BE YYYYMMDD, GOT "
                   WS-ASOF-ARG
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
ELSE
       ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
END-IF
COMPUTE WS-ASOF-DAYS = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)

PERFORM 1000-LOAD-DISTRICTS

OPEN INPUT LPHIST
IF WS-LPH-STATUS not = "00" THEN
       DISPLAY "LPAGE8: CANNOT OPEN 9LPHIST.idx STATUS "
               WS-LPH-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
END-IF

OPEN OUTPUT AGEOUT
MOVE SPACES TO AGE-REC
STRING "LOW POINT AGING AS OF:" SPACE WS-ASOF-DATE SPACE
       "BUCKETS: 0-7 8-30 31-90 90+ DAYS OPEN"
       DELIMITED BY SIZE INTO AGE-REC
WRITE AGE-REC

MOVE 1 TO WS-BUCKET
PERFORM UNTIL WS-BUCKET > 4
       MOVE 0 TO WS-RB-CNT(WS-BUCKET)
       COMPUTE WS-BUCKET = WS-BUCKET + 1
END-PERFORM

READ LPHIST NEXT RECORD
       AT END SET WS-LPH-DONE TO TRUE
END-READ
PERFORM UNTIL WS-LPH-DONE
       IF WS-IN-ZONE and LPH-ZONE not = WS-CURR-ZONE THEN
           PERFORM 3000-FINISH-ZONE
       END-IF
       IF not WS-IN-ZONE THEN
           PERFORM 2000-START-ZONE
       END-IF
       PERFORM 2100-AGE-ONE-POINT
       READ LPHIST NEXT RECORD
           AT END SET WS-LPH-DONE TO TRUE
       END-READ
END-PERFORM
IF WS-IN-ZONE THEN
       PERFORM 3000-FINISH-ZONE
END-IF
CLOSE LPHIST

PERFORM 4000-WRITE-DISTRICT-BLOCKS
PERFORM 5000-WRITE-RUN-TOTALS
CLOSE AGEOUT

MOVE WS-RUN-ZONES TO WS-ZONES-ED
MOVE WS-RB-CNT(4) TO WS-B4-ED
DISPLAY "Zones:" SPACE WS-ZONES-ED SPACE
        "Open over 90 days:" SPACE WS-B4-ED

STOP RUN.

*> ---------------------------------------------------------------
*> 1000-LOAD-DISTRICTS
*> Reads the optional 9DIST.dat cross-reference into WS-DX-TABLE.
*> A missing file still ages every zone; they all roll under
*> UNASSIGNED. Entries past the table's provision are dropped with
*> a console warning, as main8 drops them.
*> ---------------------------------------------------------------
1000-LOAD-DISTRICTS.
       OPEN INPUT DIST
       IF WS-DIST-STATUS = "00" THEN
           SET WS-DIST-PRESENT TO TRUE
           READ DIST
               AT END SET WS-DIST-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-DIST-DONE
               IF WS-DX-COUNT < 500 THEN
                   ADD 1 TO WS-DX-COUNT
                   MOVE DIST-ZONE TO WS-DX-ZONE(WS-DX-COUNT)
                   MOVE DIST-CODE TO WS-DX-CODE(WS-DX-COUNT)
                   MOVE DIST-NAME TO WS-DX-NAME(WS-DX-COUNT)
               ELSE
                   DISPLAY "LPAGE8: DISTRICT XREF ENTRY DROPPED, "
                           "TABLE FULL: " DIST-ZONE
               END-IF
               READ DIST
                   AT END SET WS-DIST-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE DIST
       END-IF.

*> ---------------------------------------------------------------
*> 2000-START-ZONE
*> The master is read in key order, so each zone's points arrive
*> together -- a new zone name opens a fresh set of zone counters.
*> ---------------------------------------------------------------
2000-START-ZONE.
       MOVE LPH-ZONE TO WS-CURR-ZONE
       SET WS-IN-ZONE TO TRUE
       MOVE 1 TO WS-BUCKET
       PERFORM UNTIL WS-BUCKET > 4
           MOVE 0 TO WS-ZB-CNT(WS-BUCKET)
           COMPUTE WS-BUCKET = WS-BUCKET + 1
       END-PERFORM
       MOVE 0 TO WS-ZONE-REMED
       MOVE 0 TO WS-ZONE-OPEN
       MOVE 0 TO WS-AG-COUNT
       MOVE 0 TO WS-AG-DROPPED.

*> ---------------------------------------------------------------
*> 2100-AGE-ONE-POINT
*> Ages one master record. Closed points are only counted; open
*> remediated points are counted apart from the buckets; every
*> other open point lands in the bucket its days-open puts it in,
*> and one open past 90 days is held for its own line under the
*> zone.
*> ---------------------------------------------------------------
2100-AGE-ONE-POINT.
       IF LPH-STATUS not = "O" THEN
           ADD 1 TO WS-RUN-CLOSED
       ELSE
           ADD 1 TO WS-ZONE-OPEN
           IF LPH-REMED = "Y" THEN
               ADD 1 TO WS-ZONE-REMED
           ELSE
               COMPUTE WS-OPEN-DAYS =
                   FUNCTION INTEGER-OF-DATE(LPH-OPEN-DATE)
               IF WS-OPEN-DAYS > WS-ASOF-DAYS THEN
                   MOVE 0 TO WS-AGE
               ELSE
                   COMPUTE WS-AGE = WS-ASOF-DAYS - WS-OPEN-DAYS
               END-IF
               IF WS-AGE <= 7 THEN
                   MOVE 1 TO WS-BUCKET
               ELSE
                   IF WS-AGE <= 30 THEN
                       MOVE 2 TO WS-BUCKET
                   ELSE
                       IF WS-AGE <= 90 THEN
                           MOVE 3 TO WS-BUCKET
                       ELSE
                           MOVE 4 TO WS-BUCKET
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-ZB-CNT(WS-BUCKET)
               IF WS-BUCKET = 4 THEN
                   PERFORM 2200-HOLD-AGED-POINT
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2200-HOLD-AGED-POINT
*> Holds a point open more than 90 days for 3050 to list once the
*> zone's line is out -- the zone line is only written when the
*> zone's last point has been read.
*> ---------------------------------------------------------------
2200-HOLD-AGED-POINT.
       IF WS-AG-COUNT < 1000 THEN
           ADD 1 TO WS-AG-COUNT
           MOVE LPH-ROW TO WS-AG-ROW(WS-AG-COUNT)
           MOVE LPH-COL TO WS-AG-COL(WS-AG-COUNT)
           MOVE LPH-OPEN-DATE TO WS-AG-OPEN-DATE(WS-AG-COUNT)
           MOVE WS-AGE TO WS-AG-AGE(WS-AG-COUNT)
           MOVE LPH-CONSEC TO WS-AG-CONSEC(WS-AG-COUNT)
           MOVE LPH-DEEPEST TO WS-AG-DEEPEST(WS-AG-COUNT)
       ELSE
           ADD 1 TO WS-AG-DROPPED
       END-IF.

*> ---------------------------------------------------------------
*> 3000-FINISH-ZONE
*> Closes out the zone just read: its bucket line (only for a zone
*> with anything still open -- a zone whose points have all closed
*> has nothing to age) with its over-90 points listed under it,
*> then its counts folded into its district and the run totals.
*> ---------------------------------------------------------------
3000-FINISH-ZONE.
       MOVE "N" TO WS-ZONE-STARTED
       IF WS-ZONE-OPEN > 0 THEN
           ADD 1 TO WS-RUN-ZONES
           PERFORM 3100-FIND-DISTRICT

           MOVE WS-ZB-CNT(1) TO WS-B1-ED
           MOVE WS-ZB-CNT(2) TO WS-B2-ED
           MOVE WS-ZB-CNT(3) TO WS-B3-ED
           MOVE WS-ZB-CNT(4) TO WS-B4-ED
           MOVE WS-ZONE-OPEN TO WS-OPEN-ED
           MOVE WS-ZONE-REMED TO WS-REMED-ED
           MOVE SPACES TO AGE-REC
           STRING "ZONE:" DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  WS-CURR-ZONE DELIMITED BY SPACE
                  SPACE DELIMITED BY SIZE
                  "DISTRICT:" SPACE WS-ROLL-CODE SPACE
                  "OPEN:" SPACE WS-OPEN-ED SPACE
                  "0-7:" SPACE WS-B1-ED SPACE
                  "8-30:" SPACE WS-B2-ED SPACE
                  "31-90:" SPACE WS-B3-ED SPACE
                  "90+:" SPACE WS-B4-ED SPACE
                  "REMEDIATED:" SPACE WS-REMED-ED
                  DELIMITED BY SIZE INTO AGE-REC
           WRITE AGE-REC
           PERFORM 3050-WRITE-AGED-POINTS

           IF WS-DT-FOUND > 0 THEN
               ADD 1 TO WS-DT-ZONES(WS-DT-FOUND)
               ADD WS-ZONE-REMED TO WS-DT-REMED(WS-DT-FOUND)
           END-IF
           ADD WS-ZONE-REMED TO WS-RUN-REMED
           MOVE 1 TO WS-BUCKET
           PERFORM UNTIL WS-BUCKET > 4
               IF WS-DT-FOUND > 0 THEN
                   ADD WS-ZB-CNT(WS-BUCKET)
                       TO WS-DT-CNT(WS-DT-FOUND, WS-BUCKET)
               END-IF
               ADD WS-ZB-CNT(WS-BUCKET) TO WS-RB-CNT(WS-BUCKET)
               COMPUTE WS-BUCKET = WS-BUCKET + 1
           END-PERFORM
       END-IF.

*> ---------------------------------------------------------------
*> 3050-WRITE-AGED-POINTS
*> One line under the zone for each point 2200 held: where it is,
*> when its open spell began, how long ago that was, how many
*> nights in a row it has been seen, and the deepest it has been
*> recorded. Points past the table's provision are counted on a
*> closing line rather than lost without trace.
*> ---------------------------------------------------------------
3050-WRITE-AGED-POINTS.
       MOVE 1 TO WS-AG-IDX
       PERFORM UNTIL WS-AG-IDX > WS-AG-COUNT
           MOVE WS-AG-ROW(WS-AG-IDX) TO WS-ROW-ED
           MOVE WS-AG-COL(WS-AG-IDX) TO WS-COL-ED
           MOVE WS-AG-AGE(WS-AG-IDX) TO WS-AGE-ED
           MOVE WS-AG-CONSEC(WS-AG-IDX) TO WS-CONSEC-ED
           MOVE WS-AG-DEEPEST(WS-AG-IDX) TO WS-DEPTH-ED
           MOVE SPACES TO AGE-REC
           STRING "  AGED ROW:" SPACE WS-ROW-ED SPACE
                  "COL:" SPACE WS-COL-ED SPACE
                  "OPEN SINCE:" SPACE WS-AG-OPEN-DATE(WS-AG-IDX) SPACE
                  "DAYS:" SPACE WS-AGE-ED SPACE
                  "NIGHTS:" SPACE WS-CONSEC-ED SPACE
                  "DEEPEST:" SPACE WS-DEPTH-ED
                  DELIMITED BY SIZE INTO AGE-REC
           WRITE AGE-REC
           COMPUTE WS-AG-IDX = WS-AG-IDX + 1
       END-PERFORM
       IF WS-AG-DROPPED > 0 THEN
           MOVE WS-AG-DROPPED TO WS-AGE-ED
           MOVE SPACES TO AGE-REC
           STRING "  AGED POINTS NOT LISTED:" SPACE WS-AGE-ED
                  DELIMITED BY SIZE INTO AGE-REC
           WRITE AGE-REC
       END-IF.

*> ---------------------------------------------------------------
*> 3100-FIND-DISTRICT
*> Names the current zone's district from the cross-reference
*> (UNASSIGNED when it carries no entry) and finds or opens that
*> district's slot in the rollup table, leaving it in WS-DT-FOUND.
*> ---------------------------------------------------------------
3100-FIND-DISTRICT.
       MOVE 0 TO WS-DX-FOUND
       MOVE 1 TO WS-DX-IDX
       PERFORM UNTIL WS-DX-IDX > WS-DX-COUNT
           IF WS-DX-ZONE(WS-DX-IDX) = WS-CURR-ZONE THEN
               MOVE WS-DX-IDX TO WS-DX-FOUND
               MOVE WS-DX-COUNT TO WS-DX-IDX
           END-IF
           COMPUTE WS-DX-IDX = WS-DX-IDX + 1
       END-PERFORM
       IF WS-DX-FOUND > 0 THEN
           MOVE WS-DX-CODE(WS-DX-FOUND) TO WS-ROLL-CODE
           MOVE WS-DX-NAME(WS-DX-FOUND) TO WS-ROLL-NAME
       ELSE
           MOVE "????" TO WS-ROLL-CODE
           MOVE "UNASSIGNED" TO WS-ROLL-NAME
       END-IF

       MOVE 0 TO WS-DT-FOUND
       MOVE 1 TO WS-DT-IDX
       PERFORM UNTIL WS-DT-IDX > WS-DT-COUNT
           IF WS-DT-CODE(WS-DT-IDX) = WS-ROLL-CODE THEN
               MOVE WS-DT-IDX TO WS-DT-FOUND
               MOVE WS-DT-COUNT TO WS-DT-IDX
           END-IF
           COMPUTE WS-DT-IDX = WS-DT-IDX + 1
       END-PERFORM
       IF WS-DT-FOUND = 0 THEN
           IF WS-DT-COUNT < 50 THEN
               ADD 1 TO WS-DT-COUNT
               MOVE WS-DT-COUNT TO WS-DT-FOUND
               MOVE WS-ROLL-CODE TO WS-DT-CODE(WS-DT-FOUND)
               MOVE WS-ROLL-NAME TO WS-DT-NAME(WS-DT-FOUND)
               MOVE 0 TO WS-DT-ZONES(WS-DT-FOUND)
               MOVE 0 TO WS-DT-REMED(WS-DT-FOUND)
               MOVE 1 TO WS-BUCKET
               PERFORM UNTIL WS-BUCKET > 4
                   MOVE 0 TO WS-DT-CNT(WS-DT-FOUND, WS-BUCKET)
                   COMPUTE WS-BUCKET = WS-BUCKET + 1
               END-PERFORM
           ELSE
               DISPLAY "LPAGE8: DISTRICT TABLE FULL, ZONE NOT "
                       "ROLLED: " WS-CURR-ZONE(1:40)
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 4000-WRITE-DISTRICT-BLOCKS
*> One bucket line per district, in order of first appearance, the
*> name at its full fixed width the way main8 writes its district
*> blocks.
*> ---------------------------------------------------------------
4000-WRITE-DISTRICT-BLOCKS.
       MOVE 1 TO WS-DT-IDX
       PERFORM UNTIL WS-DT-IDX > WS-DT-COUNT
           MOVE WS-DT-ZONES(WS-DT-IDX) TO WS-ZONES-ED
           MOVE WS-DT-CNT(WS-DT-IDX, 1) TO WS-B1-ED
           MOVE WS-DT-CNT(WS-DT-IDX, 2) TO WS-B2-ED
           MOVE WS-DT-CNT(WS-DT-IDX, 3) TO WS-B3-ED
           MOVE WS-DT-CNT(WS-DT-IDX, 4) TO WS-B4-ED
           MOVE WS-DT-REMED(WS-DT-IDX) TO WS-REMED-ED
           MOVE SPACES TO AGE-REC
           STRING "DISTRICT:" SPACE WS-DT-CODE(WS-DT-IDX) SPACE
                  WS-DT-NAME(WS-DT-IDX) SPACE
                  "ZONES:" SPACE WS-ZONES-ED SPACE
                  "0-7:" SPACE WS-B1-ED SPACE
                  "8-30:" SPACE WS-B2-ED SPACE
                  "31-90:" SPACE WS-B3-ED SPACE
                  "90+:" SPACE WS-B4-ED SPACE
                  "REMEDIATED:" SPACE WS-REMED-ED
                  DELIMITED BY SIZE INTO AGE-REC
           WRITE AGE-REC
           COMPUTE WS-DT-IDX = WS-DT-IDX + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 5000-WRITE-RUN-TOTALS
*> The closing totals line, plus the count of closed points the
*> master is still carrying as history.
*> ---------------------------------------------------------------
5000-WRITE-RUN-TOTALS.
       MOVE WS-RUN-ZONES TO WS-ZONES-ED
       MOVE WS-RB-CNT(1) TO WS-B1-ED
       MOVE WS-RB-CNT(2) TO WS-B2-ED
       MOVE WS-RB-CNT(3) TO WS-B3-ED
       MOVE WS-RB-CNT(4) TO WS-B4-ED
       MOVE WS-RUN-REMED TO WS-REMED-ED
       MOVE SPACES TO AGE-REC
       STRING "TOTAL ZONES:" SPACE WS-ZONES-ED SPACE
              "0-7:" SPACE WS-B1-ED SPACE
              "8-30:" SPACE WS-B2-ED SPACE
              "31-90:" SPACE WS-B3-ED SPACE
              "90+:" SPACE WS-B4-ED SPACE
              "REMEDIATED:" SPACE WS-REMED-ED
              DELIMITED BY SIZE INTO AGE-REC
       WRITE AGE-REC

       MOVE WS-RUN-CLOSED TO WS-OPEN-ED
       MOVE SPACES TO AGE-REC
       STRING "CLOSED POINTS ON FILE:" SPACE WS-OPEN-ED
              DELIMITED BY SIZE INTO AGE-REC
       WRITE AGE-REC.
