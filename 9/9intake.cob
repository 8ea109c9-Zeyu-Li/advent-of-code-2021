       >>SOURCE FORMAT FREE
*> To run do `cobc -x -I copybooks 9/9intake.cob && ./9intake [delivery-list]`
*> from the repo root, in the directory the night's extracts are
*> scored in. The delivery list defaults to 9DELIV.dat, or the
*> DELIVERY_LIST environment variable, and names one vendor
*> delivery file per line. Reads 9ZONES.idx and maintains
*> 9STAGE.dat; writes 9BATCH.dat and 9INTKREJ.dat.
IDENTIFICATION DIVISION.
program-id. intake8.
author. Andrew.
date-written. Oct 15, 2026.

*> Survey extract intake gate. The survey vendor's extracts used to
*> go straight into the batch list as bare digit grids, and the
*> first look anyone took at them was main8's 3100-LOAD-GRID in the
*> middle of the batch window -- a short or corrupted delivery
*> surfaced as a 9SUSP.dat reject at 2 a.m. instead of a callback to
*> the vendor at 6 p.m. Each delivery now carries a header record
*> and a trailer record around the grid:
*>   HDR  cols 1-3 "HDR", 4-103 zone, 104-111 survey date YYYYMMDD,
*>        112-115 row count, 116-119 column count
*>   TRL  cols 1-3 "TRL", 4-15 hash: the sum of every grid digit
*> This program balances the grid against both -- every row the
*> header's width and all digits, the row count, the hash -- and
*> checks the dimensions against the zone's registry entry. A
*> delivery that passes is staged under a dated name (zone.YYYYMMDD,
*> grid lines only) and installed under the zone's own name, the
*> extract main8 scores; tonight's 9BATCH.dat is written from the
*> accepted zones. 9STAGE.dat catalogs what is staged per zone, and
*> a delivery whose survey date is older than the one already staged
*> for its zone is held back rather than installed over it. Rejects
*> and holds go to 9INTKREJ.dat with the reason. The run ends with
*> 8 when anything was rejected, 4 when anything was held, else 0.

ENVIRONMENT DIVISION.
input-output section.
file-control.
       select DLVLIST assign to dynamic WS-DLVLIST-FILE
           organization is line sequential
           access is sequential
           file status is WS-DLVLIST-STATUS.
       select DLV assign to dynamic WS-DLV-FILE
           organization is line sequential
           access is sequential
           file status is WS-DLV-STATUS.
       select STAGED assign to dynamic WS-STAGED-FILE
           organization is line sequential
           access is sequential
           file status is WS-STAGED-STATUS.
       select INSTALL assign to dynamic WS-INSTALL-FILE
           organization is line sequential
           access is sequential
           file status is WS-INSTALL-STATUS.
       select ZREG assign to "9ZONES.idx"
           organization is indexed
           access is random
           record key is ZREG-NAME
           file status is WS-ZREG-STATUS.
       select STGCAT assign to "9STAGE.dat"
           organization is line sequential
           access is sequential
           file status is WS-STGCAT-STATUS.
       select BATCHOUT assign to "9BATCH.dat"
           organization is line sequential
           access is sequential.
       select INTKREJ assign to "9INTKREJ.dat"
           organization is line sequential
           access is sequential.

DATA DIVISION.
FILE SECTION.
FD DLVLIST.
01 DLVLIST-REC PIC X(100).

*> one delivery line -- a grid row, or the header or trailer laid
*> over it. Sized wider than the grid ceiling so an over-wide row
*> shows as over-wide, as in main8.
FD DLV.
01 DLV-REC PIC X(250).
01 DLV-HDR-REC.
       02 DLV-HDR-TAG PIC X(3).
       02 DLV-HDR-ZONE PIC X(100).
       02 DLV-HDR-DATE PIC X(8).
       02 DLV-HDR-ROWS PIC X(4).
       02 DLV-HDR-COLS PIC X(4).
       02 DLV-HDR-REST PIC X(131).
01 DLV-TRL-REC.
       02 DLV-TRL-TAG PIC X(3).
       02 DLV-TRL-HASH PIC X(12).
       02 DLV-TRL-REST PIC X(235).

FD STAGED.
01 STAGED-REC PIC X(200).

FD INSTALL.
01 INSTALL-REC PIC X(200).

FD ZREG.
COPY ZONEREG.

FD STGCAT.
01 STGCAT-REC PIC X(300).

FD BATCHOUT.
01 BATCH-REC PIC X(100).

FD INTKREJ.
01 REJ-REC PIC X(250).

WORKING-STORAGE SECTION.
01 WS-DLVLIST-FILE PIC X(100) value SPACES.
01 WS-DLV-FILE PIC X(100) value SPACES.
01 WS-STAGED-FILE PIC X(120) value SPACES.
01 WS-INSTALL-FILE PIC X(100) value SPACES.
01 WS-DLVLIST-STATUS PIC XX value "00".
01 WS-DLV-STATUS PIC XX value "00".
01 WS-STAGED-STATUS PIC XX value "00".
01 WS-INSTALL-STATUS PIC XX value "00".
01 WS-ZREG-STATUS PIC XX value "00".
01 WS-STGCAT-STATUS PIC XX value "00".
01 WS-DLVLIST-EOF PIC X value "N".
       88 WS-DLVLIST-DONE value "Y".
01 WS-DLV-EOF PIC X value "N".
       88 WS-DLV-DONE value "Y".
01 WS-STGCAT-EOF PIC X value "N".
       88 WS-STGCAT-DONE value "Y".
01 WS-ZREG-PRESENT-SWITCH PIC X value "N".
       88 WS-ZREG-PRESENT value "Y".
01 WS-ARG-COUNT PIC 99 value 0.
01 WS-RUN-DATE PIC 9(8) value 0.
01 WS-MAX-RC PIC 99 value 0.

*> the grid ceiling main8's GRIDLAY allows, less its border
01 WS-MAX-DATA-ROWS PIC 9(4) value 1000.
01 WS-MAX-DATA-COLS PIC 9(4) value 200.

*> the delivery under inspection: what its header claims, what its
*> grid turned out to hold, and the first fault found, if any
01 WS-DLV-DISP PIC X value SPACE.
       88 WS-DLV-ACCEPTED value "A".
       88 WS-DLV-REJECTED value "R".
       88 WS-DLV-HELD value "H".
01 WS-DLV-REASON PIC X(120) value SPACES.
01 WS-HDR-ZONE PIC X(100) value SPACES.
01 WS-HDR-DATE PIC 9(8) value 0.
01 WS-HDR-ROWS PIC 9(4) value 0.
01 WS-HDR-COLS PIC 9(4) value 0.
01 WS-TRL-HASH PIC 9(12) value 0.
01 WS-TRL-SEEN PIC X value "N".
01 WS-GRID-ROWS PIC 9(6) value 0.
01 WS-GRID-HASH PIC 9(12) value 0.
01 WS-LINE-LEN PIC 9(4) value 0.
01 WS-SCAN-POS PIC 9(4) value 0.
01 WS-DIGIT PIC 9 value 0.
01 WS-DATE-CHECK PIC 9(8) value 0.
01 WS-ZR-NOTE PIC X(60) value SPACES.

*> 9STAGE.dat held whole: the newest staged extract per zone
01 WS-SC-COUNT PIC 9(4) value 0.
01 WS-SC-TABLE.
       02 WS-SC-ENTRY OCCURS 500 TIMES.
           03 WS-SC-ZONE PIC X(100).
           03 WS-SC-DATE PIC 9(8).
           03 WS-SC-FILE PIC X(120).
           03 WS-SC-ROWS PIC 9(4).
           03 WS-SC-COLS PIC 9(4).
           03 WS-SC-HASH PIC 9(12).
           03 WS-SC-INTAKE PIC 9(8).
01 WS-SC-IDX PIC 9(4) value 0.
01 WS-SC-FOUND PIC 9(4) value 0.

*> tonight's accepted zones, in delivery order, for the batch list
01 WS-BZ-COUNT PIC 9(4) value 0.
01 WS-BZ-TABLE.
       02 WS-BZ-ZONE PIC X(100) OCCURS 500 TIMES.
01 WS-BZ-IDX PIC 9(4) value 0.
01 WS-BZ-FOUND PIC 9(4) value 0.

01 WS-DLV-COUNT PIC 9(4) value 0.
01 WS-ACC-COUNT PIC 9(4) value 0.
01 WS-HELD-COUNT PIC 9(4) value 0.
01 WS-REJ-COUNT PIC 9(4) value 0.

*> UNSTRING targets for a 9STAGE.dat line
01 WS-T1 PIC X(20) value SPACES.
01 WS-T2 PIC X(100) value SPACES.
01 WS-T3 PIC X(20) value SPACES.
01 WS-T4 PIC X(20) value SPACES.
01 WS-T5 PIC X(20) value SPACES.
01 WS-T6 PIC X(120) value SPACES.
01 WS-T7 PIC X(20) value SPACES.
01 WS-T8 PIC X(20) value SPACES.
01 WS-T9 PIC X(20) value SPACES.
01 WS-T10 PIC X(20) value SPACES.
01 WS-T11 PIC X(20) value SPACES.
01 WS-T12 PIC X(20) value SPACES.
01 WS-T13 PIC X(20) value SPACES.
01 WS-T14 PIC X(20) value SPACES.

01 WS-ROWS-ED PIC Z(5)9.
01 WS-COLS-ED PIC Z(3)9.
01 WS-EXP-ROWS-ED PIC Z(3)9.
01 WS-EXP-COLS-ED PIC Z(3)9.
01 WS-HASH-ED PIC Z(11)9.
01 WS-HASH2-ED PIC Z(11)9.
01 WS-COUNT-ED PIC Z(3)9.
01 WS-COUNT2-ED PIC Z(3)9.
01 WS-COUNT3-ED PIC Z(3)9.
01 WS-COUNT4-ED PIC Z(3)9.

PROCEDURE DIVISION.
*> which delivery list to read: a command-line argument wins, then
*> the DELIVERY_LIST environment variable, else 9DELIV.dat
ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
IF WS-ARG-COUNT > 0 THEN
       ACCEPT WS-DLVLIST-FILE FROM ARGUMENT-VALUE
ELSE
       ACCEPT WS-DLVLIST-FILE FROM ENVIRONMENT "DELIVERY_LIST"
END-IF
IF WS-DLVLIST-FILE = SPACES THEN
       MOVE "9DELIV.dat" TO WS-DLVLIST-FILE
END-IF
ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

OPEN INPUT DLVLIST
IF WS-DLVLIST-STATUS not = "00" THEN
       DISPLAY "INTAKE8: CANNOT OPEN DELIVERY LIST "
               WS-DLVLIST-FILE(1:40) " STATUS " WS-DLVLIST-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
END-IF

PERFORM 1000-LOAD-STAGE-CATALOG
OPEN INPUT ZREG
IF WS-ZREG-STATUS = "00" THEN
       SET WS-ZREG-PRESENT TO TRUE
END-IF

OPEN OUTPUT INTKREJ
MOVE SPACES TO REJ-REC
STRING "INTAKE DATE:" SPACE WS-RUN-DATE SPACE
       "DELIVERIES:" DELIMITED BY SIZE
       SPACE DELIMITED BY SIZE
       WS-DLVLIST-FILE DELIMITED BY SPACE
       INTO REJ-REC
WRITE REJ-REC
IF not WS-ZREG-PRESENT THEN
       MOVE "NOTE: REGISTRY 9ZONES.idx NOT AVAILABLE, DIMENSIONS NOT CHECKED"
            TO REJ-REC
       WRITE REJ-REC
END-IF

READ DLVLIST
       AT END SET WS-DLVLIST-DONE TO TRUE
END-READ
PERFORM UNTIL WS-DLVLIST-DONE
       IF DLVLIST-REC not = SPACES THEN
           MOVE DLVLIST-REC TO WS-DLV-FILE
           ADD 1 TO WS-DLV-COUNT
           PERFORM 2000-INTAKE-DELIVERY
       END-IF
       READ DLVLIST
           AT END SET WS-DLVLIST-DONE TO TRUE
       END-READ
END-PERFORM
CLOSE DLVLIST
IF WS-ZREG-PRESENT THEN
       CLOSE ZREG
END-IF

PERFORM 4000-WRITE-BATCH-LIST
PERFORM 4100-REWRITE-STAGE-CATALOG

MOVE WS-DLV-COUNT TO WS-COUNT-ED
MOVE WS-ACC-COUNT TO WS-COUNT2-ED
MOVE WS-HELD-COUNT TO WS-COUNT3-ED
MOVE WS-REJ-COUNT TO WS-COUNT4-ED
MOVE SPACES TO REJ-REC
STRING "DELIVERIES:" SPACE WS-COUNT-ED SPACE
       "ACCEPTED:" SPACE WS-COUNT2-ED SPACE
       "HELD:" SPACE WS-COUNT3-ED SPACE
       "REJECTED:" SPACE WS-COUNT4-ED
       DELIMITED BY SIZE INTO REJ-REC
WRITE REJ-REC
CLOSE INTKREJ
DISPLAY "Deliveries:" SPACE WS-COUNT-ED SPACE
        "Accepted:" SPACE WS-COUNT2-ED SPACE
        "Held:" SPACE WS-COUNT3-ED SPACE
        "Rejected:" SPACE WS-COUNT4-ED

IF WS-HELD-COUNT > 0 and WS-MAX-RC < 4 THEN
       MOVE 4 TO WS-MAX-RC
END-IF
IF WS-REJ-COUNT > 0 and WS-MAX-RC < 8 THEN
       MOVE 8 TO WS-MAX-RC
END-IF
MOVE WS-MAX-RC TO RETURN-CODE
STOP RUN.

*> ---------------------------------------------------------------
*> 1000-LOAD-STAGE-CATALOG
*> Reads 9STAGE.dat into WS-SC-TABLE. A missing catalog is the
*> first intake anywhere -- nothing staged yet. A line that doesn't
*> parse is dropped, and goes when the catalog is rewritten.
*> ---------------------------------------------------------------
1000-LOAD-STAGE-CATALOG.
       OPEN INPUT STGCAT
       IF WS-STGCAT-STATUS = "00" THEN
           READ STGCAT
               AT END SET WS-STGCAT-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-STGCAT-DONE
               PERFORM 1100-PARSE-STAGE-LINE
               READ STGCAT
                   AT END SET WS-STGCAT-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE STGCAT
       END-IF.

*> ---------------------------------------------------------------
*> 1100-PARSE-STAGE-LINE
*> One catalog line: "STAGED: zone DATE: d FILE: f ROWS: r COLS: c
*> HASH: h INTAKE: d".
*> ---------------------------------------------------------------
1100-PARSE-STAGE-LINE.
       MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7
                      WS-T8 WS-T9 WS-T10 WS-T11 WS-T12 WS-T13 WS-T14
       UNSTRING STGCAT-REC DELIMITED BY ALL " "
           INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7 WS-T8
                WS-T9 WS-T10 WS-T11 WS-T12 WS-T13 WS-T14
       END-UNSTRING
       IF WS-T1 = "STAGED:" and WS-T3 = "DATE:" and
          WS-T4(1:8) is numeric and WS-T5 = "FILE:" and
          WS-SC-COUNT < 500 THEN
           ADD 1 TO WS-SC-COUNT
           MOVE WS-T2 TO WS-SC-ZONE(WS-SC-COUNT)
           MOVE WS-T4(1:8) TO WS-SC-DATE(WS-SC-COUNT)
           MOVE WS-T6 TO WS-SC-FILE(WS-SC-COUNT)
           MOVE FUNCTION NUMVAL(WS-T8) TO WS-SC-ROWS(WS-SC-COUNT)
           MOVE FUNCTION NUMVAL(WS-T10) TO WS-SC-COLS(WS-SC-COUNT)
           MOVE FUNCTION NUMVAL(WS-T12) TO WS-SC-HASH(WS-SC-COUNT)
           MOVE FUNCTION NUMVAL(WS-T14) TO WS-SC-INTAKE(WS-SC-COUNT)
       END-IF.

*> ---------------------------------------------------------------
*> 2000-INTAKE-DELIVERY
*> Takes one delivery through the gate: balance it, check it
*> against the registry and what is already staged, then stage and
*> install it -- or report why not.
*> ---------------------------------------------------------------
2000-INTAKE-DELIVERY.
       MOVE SPACE TO WS-DLV-DISP
       MOVE SPACES TO WS-DLV-REASON
       MOVE SPACES TO WS-HDR-ZONE
       MOVE 0 TO WS-HDR-DATE
       PERFORM 2100-BALANCE-DELIVERY
       IF not WS-DLV-REJECTED THEN
           PERFORM 2200-CHECK-REGISTRY
       END-IF
       IF not WS-DLV-REJECTED THEN
           PERFORM 2300-CHECK-STAGED-DATE
       END-IF
       IF not WS-DLV-REJECTED and not WS-DLV-HELD THEN
           PERFORM 3000-STAGE-DELIVERY
       END-IF

       IF WS-DLV-ACCEPTED THEN
           ADD 1 TO WS-ACC-COUNT
       END-IF
       IF WS-DLV-HELD THEN
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO REJ-REC
           STRING "HELD:" DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  WS-DLV-FILE DELIMITED BY SPACE
                  SPACE "ZONE:" SPACE DELIMITED BY SIZE
                  WS-HDR-ZONE DELIMITED BY SPACE
                  SPACE "REASON:" SPACE WS-DLV-REASON
                  DELIMITED BY SIZE INTO REJ-REC
           WRITE REJ-REC
       END-IF
       IF WS-DLV-REJECTED THEN
           ADD 1 TO WS-REJ-COUNT
           IF WS-HDR-ZONE = SPACES THEN
               MOVE "(UNKNOWN)" TO WS-HDR-ZONE
           END-IF
           MOVE SPACES TO REJ-REC
           STRING "REJECTED:" DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  WS-DLV-FILE DELIMITED BY SPACE
                  SPACE "ZONE:" SPACE DELIMITED BY SIZE
                  WS-HDR-ZONE DELIMITED BY SPACE
                  SPACE "REASON:" SPACE WS-DLV-REASON
                  DELIMITED BY SIZE INTO REJ-REC
           WRITE REJ-REC
       END-IF.

*> ---------------------------------------------------------------
*> 2100-BALANCE-DELIVERY
*> First pass over the delivery: the header must lead and be
*> complete, every grid row must be the header's width and all
*> digits, the trailer must close it, and the row count and digit
*> hash must agree with what the header and trailer claim. The
*> first fault found is the reason it is rejected.
*> ---------------------------------------------------------------
2100-BALANCE-DELIVERY.
       MOVE 0 TO WS-GRID-ROWS
       MOVE 0 TO WS-GRID-HASH
       MOVE 0 TO WS-TRL-HASH
       MOVE "N" TO WS-TRL-SEEN
       MOVE "N" TO WS-DLV-EOF
       OPEN INPUT DLV
       IF WS-DLV-STATUS not = "00" THEN
           SET WS-DLV-REJECTED TO TRUE
           STRING "CANNOT OPEN DELIVERY, STATUS" SPACE WS-DLV-STATUS
                  DELIMITED BY SIZE INTO WS-DLV-REASON
       ELSE
           READ DLV
               AT END SET WS-DLV-DONE TO TRUE
           END-READ
           IF WS-DLV-DONE THEN
               SET WS-DLV-REJECTED TO TRUE
               MOVE "DELIVERY IS EMPTY" TO WS-DLV-REASON
           ELSE
               PERFORM 2110-CHECK-HEADER
           END-IF
           IF not WS-DLV-REJECTED THEN
               READ DLV
                   AT END SET WS-DLV-DONE TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DLV-DONE or WS-DLV-REJECTED
               IF WS-TRL-SEEN = "Y" THEN
                   IF DLV-REC not = SPACES THEN
                       SET WS-DLV-REJECTED TO TRUE
                       MOVE "DATA AFTER THE TRAILER RECORD"
                            TO WS-DLV-REASON
                   END-IF
               ELSE
                   IF DLV-TRL-TAG = "TRL" THEN
                       MOVE "Y" TO WS-TRL-SEEN
                       IF DLV-TRL-HASH is numeric THEN
                           MOVE DLV-TRL-HASH TO WS-TRL-HASH
                       ELSE
                           SET WS-DLV-REJECTED TO TRUE
                           MOVE "TRAILER HASH NOT NUMERIC"
                                TO WS-DLV-REASON
                       END-IF
                   ELSE
                       PERFORM 2120-CHECK-GRID-ROW
                   END-IF
               END-IF
               READ DLV
                   AT END SET WS-DLV-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE DLV
       END-IF

       IF not WS-DLV-REJECTED and WS-TRL-SEEN = "N" THEN
           SET WS-DLV-REJECTED TO TRUE
           MOVE "NO TRAILER RECORD -- DELIVERY TRUNCATED"
                TO WS-DLV-REASON
       END-IF
       IF not WS-DLV-REJECTED and WS-GRID-ROWS not = WS-HDR-ROWS
       THEN
           SET WS-DLV-REJECTED TO TRUE
           MOVE WS-GRID-ROWS TO WS-ROWS-ED
           MOVE WS-HDR-ROWS TO WS-EXP-ROWS-ED
           STRING "GRID HAS" SPACE WS-ROWS-ED SPACE "ROWS," SPACE
                  "HEADER SAYS" SPACE WS-EXP-ROWS-ED
                  DELIMITED BY SIZE INTO WS-DLV-REASON
       END-IF
       IF not WS-DLV-REJECTED and WS-GRID-HASH not = WS-TRL-HASH
       THEN
           SET WS-DLV-REJECTED TO TRUE
           MOVE WS-GRID-HASH TO WS-HASH-ED
           MOVE WS-TRL-HASH TO WS-HASH2-ED
           STRING "GRID HASH" SPACE WS-HASH-ED SPACE
                  "DOES NOT MATCH TRAILER" SPACE WS-HASH2-ED
                  DELIMITED BY SIZE INTO WS-DLV-REASON
       END-IF.

*> ---------------------------------------------------------------
*> 2110-CHECK-HEADER
*> The leading header record: tag, zone, a real survey date no
*> later than tonight, and row and column counts inside the grid
*> ceiling.
*> ---------------------------------------------------------------
2110-CHECK-HEADER.
       IF DLV-HDR-TAG not = "HDR" THEN
           SET WS-DLV-REJECTED TO TRUE
           MOVE "NO HEADER RECORD" TO WS-DLV-REASON
       ELSE
           MOVE DLV-HDR-ZONE TO WS-HDR-ZONE
           IF WS-HDR-ZONE = SPACES or WS-HDR-ZONE(1:1) = SPACE THEN
               SET WS-DLV-REJECTED TO TRUE
               MOVE "HEADER ZONE MISSING" TO WS-DLV-REASON
           END-IF
       END-IF
       IF not WS-DLV-REJECTED THEN
           IF DLV-HDR-DATE is not numeric THEN
               SET WS-DLV-REJECTED TO TRUE
               MOVE "HEADER SURVEY DATE NOT NUMERIC" TO WS-DLV-REASON
           ELSE
               MOVE DLV-HDR-DATE TO WS-HDR-DATE
               MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-HDR-DATE)
                    TO WS-DATE-CHECK
               IF WS-DATE-CHECK not = 0 THEN
                   SET WS-DLV-REJECTED TO TRUE
                   MOVE "HEADER SURVEY DATE NOT A VALID DATE"
                        TO WS-DLV-REASON
               ELSE
                   IF WS-HDR-DATE > WS-RUN-DATE THEN
                       SET WS-DLV-REJECTED TO TRUE
                       MOVE "HEADER SURVEY DATE IS AFTER TODAY"
                            TO WS-DLV-REASON
                   END-IF
               END-IF
           END-IF
       END-IF
       IF not WS-DLV-REJECTED THEN
           IF DLV-HDR-ROWS is not numeric or
              DLV-HDR-COLS is not numeric THEN
               SET WS-DLV-REJECTED TO TRUE
               MOVE "HEADER ROW OR COLUMN COUNT NOT NUMERIC"
                    TO WS-DLV-REASON
           ELSE
               MOVE DLV-HDR-ROWS TO WS-HDR-ROWS
               MOVE DLV-HDR-COLS TO WS-HDR-COLS
               IF WS-HDR-ROWS = 0 or WS-HDR-COLS = 0 THEN
                   SET WS-DLV-REJECTED TO TRUE
                   MOVE "HEADER ROW OR COLUMN COUNT IS ZERO"
                        TO WS-DLV-REASON
               END-IF
               IF WS-HDR-ROWS > WS-MAX-DATA-ROWS or
                  WS-HDR-COLS > WS-MAX-DATA-COLS THEN
                   SET WS-DLV-REJECTED TO TRUE
                   MOVE "HEADER DIMENSIONS EXCEED MAXIMUM SUPPORTED SIZE"
                        TO WS-DLV-REASON
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2120-CHECK-GRID-ROW
*> One grid row: the header's width exactly, every character a
*> digit, each digit added into the hash.
*> ---------------------------------------------------------------
2120-CHECK-GRID-ROW.
       ADD 1 TO WS-GRID-ROWS
       MOVE 250 TO WS-SCAN-POS
       MOVE 0 TO WS-LINE-LEN
       PERFORM UNTIL WS-SCAN-POS = 0
           IF DLV-REC(WS-SCAN-POS:1) not = SPACE THEN
               MOVE WS-SCAN-POS TO WS-LINE-LEN
               MOVE 0 TO WS-SCAN-POS
           ELSE
               SUBTRACT 1 FROM WS-SCAN-POS
           END-IF
       END-PERFORM
       IF WS-LINE-LEN not = WS-HDR-COLS THEN
           SET WS-DLV-REJECTED TO TRUE
           MOVE WS-GRID-ROWS TO WS-ROWS-ED
           MOVE WS-LINE-LEN TO WS-COLS-ED
           MOVE WS-HDR-COLS TO WS-EXP-COLS-ED
           STRING "ROW" SPACE WS-ROWS-ED SPACE "IS" SPACE WS-COLS-ED
                  SPACE "WIDE, HEADER SAYS" SPACE WS-EXP-COLS-ED
                  DELIMITED BY SIZE INTO WS-DLV-REASON
       ELSE
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > WS-LINE-LEN or WS-DLV-REJECTED
               IF DLV-REC(WS-SCAN-POS:1) < "0" or
                  DLV-REC(WS-SCAN-POS:1) > "9" THEN
                   SET WS-DLV-REJECTED TO TRUE
                   MOVE WS-GRID-ROWS TO WS-ROWS-ED
                   STRING "ROW" SPACE WS-ROWS-ED SPACE
                          "HAS A NON-DIGIT CHARACTER"
                          DELIMITED BY SIZE INTO WS-DLV-REASON
               ELSE
                   MOVE DLV-REC(WS-SCAN-POS:1) TO WS-DIGIT
                   ADD WS-DIGIT TO WS-GRID-HASH
               END-IF
               COMPUTE WS-SCAN-POS = WS-SCAN-POS + 1
           END-PERFORM
       END-IF.

*> ---------------------------------------------------------------
*> 2200-CHECK-REGISTRY
*> A registered zone's delivery must have the registry's expected
*> dimensions -- the same check main8's 6600 makes, moved up to the
*> evening. A zone the registry doesn't carry (or carries with no
*> dimensions yet) is noted and let through, as main8 lets it.
*> ---------------------------------------------------------------
2200-CHECK-REGISTRY.
       IF WS-ZREG-PRESENT THEN
           MOVE SPACES TO WS-ZR-NOTE
           MOVE WS-HDR-ZONE TO ZREG-NAME
           READ ZREG
               INVALID KEY
                   MOVE "NOT IN REGISTRY" TO WS-ZR-NOTE
               NOT INVALID KEY
                   IF ZREG-EXP-ROWS = 0 THEN
                       MOVE "NO DIMENSIONS IN REGISTRY" TO WS-ZR-NOTE
                   END-IF
                   IF ZREG-EXP-ROWS > 0 and
                      (ZREG-EXP-ROWS not = WS-HDR-ROWS or
                       ZREG-EXP-COLS not = WS-HDR-COLS) THEN
                       SET WS-DLV-REJECTED TO TRUE
                       MOVE WS-HDR-ROWS TO WS-ROWS-ED
                       MOVE WS-HDR-COLS TO WS-COLS-ED
                       MOVE ZREG-EXP-ROWS TO WS-EXP-ROWS-ED
                       MOVE ZREG-EXP-COLS TO WS-EXP-COLS-ED
                       STRING "GRID IS" SPACE WS-ROWS-ED SPACE "X"
                              SPACE WS-COLS-ED SPACE
                              "REGISTRY EXPECTS" SPACE WS-EXP-ROWS-ED
                              SPACE "X" SPACE WS-EXP-COLS-ED
                              DELIMITED BY SIZE INTO WS-DLV-REASON
                   END-IF
           END-READ
           IF WS-ZR-NOTE not = SPACES THEN
               MOVE SPACES TO REJ-REC
               STRING "NOTE:" DELIMITED BY SIZE
                      SPACE DELIMITED BY SIZE
                      WS-DLV-FILE DELIMITED BY SPACE
                      SPACE "ZONE:" SPACE DELIMITED BY SIZE
                      WS-HDR-ZONE DELIMITED BY SPACE
                      SPACE DELIMITED BY SIZE
                      WS-ZR-NOTE DELIMITED BY "  "
                      INTO REJ-REC
               WRITE REJ-REC
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2300-CHECK-STAGED-DATE
*> Holds back a delivery whose survey is older than the extract
*> already staged for its zone -- a late or resent old survey must
*> not overwrite a newer one. The same survey date again is a
*> corrected redelivery and goes through.
*> ---------------------------------------------------------------
2300-CHECK-STAGED-DATE.
       MOVE 0 TO WS-SC-FOUND
       MOVE 1 TO WS-SC-IDX
       PERFORM UNTIL WS-SC-IDX > WS-SC-COUNT
           IF WS-SC-ZONE(WS-SC-IDX) = WS-HDR-ZONE THEN
               MOVE WS-SC-IDX TO WS-SC-FOUND
               MOVE WS-SC-COUNT TO WS-SC-IDX
           END-IF
           COMPUTE WS-SC-IDX = WS-SC-IDX + 1
       END-PERFORM
       IF WS-SC-FOUND > 0 THEN
           IF WS-HDR-DATE < WS-SC-DATE(WS-SC-FOUND) THEN
               SET WS-DLV-HELD TO TRUE
               STRING "SURVEY" SPACE WS-HDR-DATE SPACE
                      "OLDER THAN STAGED" SPACE
                      WS-SC-DATE(WS-SC-FOUND)
                      DELIMITED BY SIZE INTO WS-DLV-REASON
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 3000-STAGE-DELIVERY
*> Second pass: copies the grid rows -- header and trailer dropped
*> -- to the dated staging name and to the zone's own name, then
*> records the staging in the catalog and the zone in tonight's
*> batch list.
*> ---------------------------------------------------------------
3000-STAGE-DELIVERY.
       MOVE SPACES TO WS-STAGED-FILE
       STRING WS-HDR-ZONE DELIMITED BY SPACE
              "." DELIMITED BY SIZE
              WS-HDR-DATE DELIMITED BY SIZE
              INTO WS-STAGED-FILE
       MOVE WS-HDR-ZONE TO WS-INSTALL-FILE

       OPEN OUTPUT STAGED
       IF WS-STAGED-STATUS not = "00" THEN
           SET WS-DLV-REJECTED TO TRUE
           STRING "CANNOT WRITE STAGED EXTRACT, STATUS" SPACE
                  WS-STAGED-STATUS
                  DELIMITED BY SIZE INTO WS-DLV-REASON
       END-IF
       IF not WS-DLV-REJECTED THEN
           OPEN OUTPUT INSTALL
           IF WS-INSTALL-STATUS not = "00" THEN
               CLOSE STAGED
               SET WS-DLV-REJECTED TO TRUE
               STRING "CANNOT INSTALL EXTRACT, STATUS" SPACE
                      WS-INSTALL-STATUS
                      DELIMITED BY SIZE INTO WS-DLV-REASON
           END-IF
       END-IF

       IF not WS-DLV-REJECTED THEN
           MOVE "N" TO WS-DLV-EOF
           OPEN INPUT DLV
           READ DLV
               AT END SET WS-DLV-DONE TO TRUE
           END-READ
           IF not WS-DLV-DONE THEN
               READ DLV
                   AT END SET WS-DLV-DONE TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-DLV-DONE
               IF DLV-TRL-TAG = "TRL" THEN
                   SET WS-DLV-DONE TO TRUE
               ELSE
                   MOVE DLV-REC TO STAGED-REC
                   WRITE STAGED-REC
                   MOVE DLV-REC TO INSTALL-REC
                   WRITE INSTALL-REC
                   READ DLV
                       AT END SET WS-DLV-DONE TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE DLV
           CLOSE STAGED
           CLOSE INSTALL
           SET WS-DLV-ACCEPTED TO TRUE
           PERFORM 3100-CATALOG-STAGING

           MOVE 0 TO WS-BZ-FOUND
           MOVE 1 TO WS-BZ-IDX
           PERFORM UNTIL WS-BZ-IDX > WS-BZ-COUNT
               IF WS-BZ-ZONE(WS-BZ-IDX) = WS-HDR-ZONE THEN
                   MOVE WS-BZ-IDX TO WS-BZ-FOUND
               END-IF
               COMPUTE WS-BZ-IDX = WS-BZ-IDX + 1
           END-PERFORM
           IF WS-BZ-FOUND = 0 and WS-BZ-COUNT < 500 THEN
               ADD 1 TO WS-BZ-COUNT
               MOVE WS-HDR-ZONE TO WS-BZ-ZONE(WS-BZ-COUNT)
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 3100-CATALOG-STAGING
*> Records the zone's newly staged extract in the catalog, over its
*> previous entry or in a new slot. A full catalog still stages and
*> installs the extract; the zone just isn't protected against an
*> older redelivery until the catalog is trimmed.
*> ---------------------------------------------------------------
3100-CATALOG-STAGING.
       IF WS-SC-FOUND = 0 THEN
           IF WS-SC-COUNT < 500 THEN
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SC-COUNT TO WS-SC-FOUND
           ELSE
               DISPLAY "INTAKE8: STAGE CATALOG FULL, "
                       WS-HDR-ZONE(1:40) " NOT CATALOGED"
           END-IF
       END-IF
       IF WS-SC-FOUND > 0 THEN
           MOVE WS-HDR-ZONE TO WS-SC-ZONE(WS-SC-FOUND)
           MOVE WS-HDR-DATE TO WS-SC-DATE(WS-SC-FOUND)
           MOVE WS-STAGED-FILE TO WS-SC-FILE(WS-SC-FOUND)
           MOVE WS-HDR-ROWS TO WS-SC-ROWS(WS-SC-FOUND)
           MOVE WS-HDR-COLS TO WS-SC-COLS(WS-SC-FOUND)
           MOVE WS-GRID-HASH TO WS-SC-HASH(WS-SC-FOUND)
           MOVE WS-RUN-DATE TO WS-SC-INTAKE(WS-SC-FOUND)
       END-IF.

*> ---------------------------------------------------------------
*> 4000-WRITE-BATCH-LIST
*> Tonight's 9BATCH.dat: one accepted zone per line, in the order
*> the deliveries were listed -- main8's -BATCH input.
*> ---------------------------------------------------------------
4000-WRITE-BATCH-LIST.
       OPEN OUTPUT BATCHOUT
       MOVE 1 TO WS-BZ-IDX
       PERFORM UNTIL WS-BZ-IDX > WS-BZ-COUNT
           MOVE WS-BZ-ZONE(WS-BZ-IDX) TO BATCH-REC
           WRITE BATCH-REC
           COMPUTE WS-BZ-IDX = WS-BZ-IDX + 1
       END-PERFORM
       CLOSE BATCHOUT.

*> ---------------------------------------------------------------
*> 4100-REWRITE-STAGE-CATALOG
*> Writes the maintained catalog back over 9STAGE.dat, one line per
*> staged zone.
*> ---------------------------------------------------------------
4100-REWRITE-STAGE-CATALOG.
       OPEN OUTPUT STGCAT
       MOVE 1 TO WS-SC-IDX
       PERFORM UNTIL WS-SC-IDX > WS-SC-COUNT
           MOVE SPACES TO STGCAT-REC
           STRING "STAGED:" DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  WS-SC-ZONE(WS-SC-IDX) DELIMITED BY SPACE
                  SPACE "DATE:" SPACE WS-SC-DATE(WS-SC-IDX) SPACE
                  "FILE:" SPACE DELIMITED BY SIZE
                  WS-SC-FILE(WS-SC-IDX) DELIMITED BY SPACE
                  SPACE "ROWS:" SPACE WS-SC-ROWS(WS-SC-IDX) SPACE
                  "COLS:" SPACE WS-SC-COLS(WS-SC-IDX) SPACE
                  "HASH:" SPACE WS-SC-HASH(WS-SC-IDX) SPACE
                  "INTAKE:" SPACE WS-SC-INTAKE(WS-SC-IDX)
                  DELIMITED BY SIZE INTO STGCAT-REC
           WRITE STGCAT-REC
           COMPUTE WS-SC-IDX = WS-SC-IDX + 1
       END-PERFORM
       CLOSE STGCAT.
