       >>SOURCE FORMAT FREE
*> To run do `cobc -x -I copybooks 9/9capsim.cob && ./9capsim [inventory]`
*> from the repo root, in the directory holding the night's zone
*> extracts, 9BASIN.dat (or the inventory named by the argument or
*> the BASIN_FILE environment variable), and the 9ZONES.idx
*> registry. Reads 9RAIN.dat when present. Writes 9CAPSIM.dat.
IDENTIFICATION DIVISION.
program-id. capsim8.
author. Andrew.
date-written. Oct 15, 2026.

*> Basin storage capacity and rainfall overflow simulation. The
*> basin inventory says how many cells a basin covers; drainage
*> planning needs to know how much water it holds before it spills
*> and where the spill goes. For every zone in the inventory this
*> program reloads the zone's extract, refloods each basin from its
*> anchoring low point, and takes its storage capacity as the room
*> left under the depth-9 walls: a cell of depth d holds 9 - d
*> units. A cross-zone basin from a stitched run is refloaded part
*> by part in each zone it touches and simulated as one basin; its
*> parts with no low point of their own are reseeded from the zone
*> edge they cross. Each basin's spill goes to the neighbouring
*> basin it shares the most wall cells with -- the longest stretch
*> of rim between them -- or nowhere when its walls touch no other
*> basin.
*>
*> Rain falls at a zone's rate (units per cell per hour) on every
*> basin cell, and the fill runs event by event: each step finds
*> the basin that fills next at the current inflows, advances every
*> basin to that moment, and from then on routes the full basin's
*> inflow on to its spill target (and on again past a target that
*> is already full). The zone's rate is its 9RAIN.dat figure when
*> it has one, else its registry design storm rate. The report
*> ranks every basin by time to overflow, with the basin the spill
*> runs to and the one that finally receives it. Separately, every
*> basin is simulated at its zone's design storm, and one that
*> overflows within the design storm's hours is flagged -- any such
*> basin ends the run with the warning return code 4. A zone whose
*> extract can't be reloaded is noted and ends the run with 8.

ENVIRONMENT DIVISION.
input-output section.
file-control.
       select BASIN assign to dynamic WS-BASIN-FILE
           organization is line sequential
           access is sequential
           file status is WS-BASIN-STATUS.
       select RAIN assign to "9RAIN.dat"
           organization is line sequential
           access is sequential
           file status is WS-RAIN-STATUS.
       select ZREG assign to "9ZONES.idx"
           organization is indexed
           access is random
           record key is ZREG-NAME
           file status is WS-ZREG-STATUS.
       select FP assign to dynamic WS-INPUT-FILE
           organization is line sequential
           access is sequential
           file status is WS-FP-STATUS.
       select CAPOUT assign to "9CAPSIM.dat"
           organization is line sequential
           access is sequential.

DATA DIVISION.
FILE SECTION.
FD BASIN.
01 BASIN-REC PIC X(200).

*> fixed-field rainfall figure per zone, in the same units as the
*> registry design storm rate
FD RAIN.
01 RAIN-REC.
       02 RAIN-ZONE PIC X(100).
       02 RAIN-RATE PIC 9(3)V99.

FD ZREG.
COPY ZONEREG.

*> sized wider than the data ceiling for the same reason as main8's
*> currLine -- an over-wide line must show as over-wide, not be
*> silently cut to fit
FD FP.
01 FP-REC.
       02 currLine PIC X(250).

FD CAPOUT.
01 CAP-REC PIC X(250).

WORKING-STORAGE SECTION.
01 WS-BASIN-FILE PIC X(100) value SPACES.
01 WS-INPUT-FILE PIC X(100) value SPACES.
01 WS-BASIN-STATUS PIC XX value "00".
01 WS-RAIN-STATUS PIC XX value "00".
01 WS-ZREG-STATUS PIC XX value "00".
01 WS-FP-STATUS PIC XX value "00".
01 WS-BASIN-EOF PIC X value "N".
       88 WS-BASIN-DONE value "Y".
01 WS-RAIN-EOF PIC X value "N".
       88 WS-RAIN-DONE value "Y".
01 WS-FP-EOF PIC X value "N".
       88 WS-FP-DONE value "Y".
01 WS-ARG-COUNT PIC 99 value 0.
01 WS-RUN-DATE PIC 9(8) value 0.
01 WS-MAX-RC PIC 99 value 0.

*> the zone grid, visited through the cell-to-basin map below
COPY GRIDLAY.
01 WS-ZONE-FAIL-SWITCH PIC X value "N".
       88 WS-ZONE-FAILED value "Y".
01 WS-ZONE-FAIL-REASON PIC X(80) value SPACES.
01 WS-SCAN-POS PIC 9(4) value 0.
01 WS-LINE-LEN PIC 9(4) value 0.
01 WS-FILE-LINE-NUM PIC 9(4) value 0.
01 lineCounter PIC 9(4) value 0.
01 charCounter PIC 9(4) value 0.
01 fakeCounter1 PIC 9(4) value 0.
01 temp PIC 99 value 0.

*> which basin each cell of the current zone was refloaded into
*> (zero for walls, the border, and ground no basin claimed) --
*> doubles as the flood's visited flag
01 WS-CELL-MAP.
       02 WS-CM-ROW OCCURS 1002 TIMES.
           03 WS-CM-BASIN PIC 9(4) OCCURS 202 TIMES.

*> the flood-fill stack, sized to the grid ceiling as in main8
01 WS-FLOOD-STACK.
       02 WS-FS-ROW PIC 9999 OCCURS 202404 TIMES.
       02 WS-FS-COL PIC 9999 OCCURS 202404 TIMES.
01 WS-STACK-TOP PIC 9(6) value 0.
01 WS-PUSH-ROW PIC 9999 value 0.
01 WS-PUSH-COL PIC 9999 value 0.
01 WS-POP-ROW PIC 9999 value 0.
01 WS-POP-COL PIC 9999 value 0.
01 WS-FLOOD-BASIN PIC 9(4) value 0.
01 WS-FLOOD-CELLS PIC 9(6) value 0.
01 WS-FLOOD-CAP PIC 9(7) value 0.
01 WS-SEED-ROW PIC 9999 value 0.
01 WS-SEED-COL PIC 9999 value 0.

*> the zones the inventory names, in order of first appearance,
*> with the rain each is simulated at and its design storm.
*> WS-CZ-RAIN-SRC is "F" for a 9RAIN.dat figure, "D" for the
*> design storm rate, "N" for neither (no rain falls);
*> WS-CZ-STATUS is "S" refloaded and simulated, "F" not refloaded.
01 WS-CZ-COUNT PIC 9(4) value 0.
01 WS-CZ-TABLE.
       02 WS-CZ-ENTRY OCCURS 500 TIMES.
           03 WS-CZ-NAME PIC X(100).
           03 WS-CZ-RAIN PIC 9(3)V99.
           03 WS-CZ-RAIN-SRC PIC X.
           03 WS-CZ-DESIGN-RATE PIC 9(3)V99.
           03 WS-CZ-DESIGN-HOURS PIC 9(3).
           03 WS-CZ-STATUS PIC X.
           03 WS-CZ-BASINS PIC 9(4).
           03 WS-CZ-CELLS PIC 9(7).
           03 WS-CZ-CAP PIC 9(8).
           03 WS-CZ-PAIR-START PIC 9(5).
01 WS-CZ-IDX PIC 9(4) value 0.
01 WS-CZ-FOUND PIC 9(4) value 0.
01 WS-CZ-KEY PIC X(100) value SPACES.
01 WS-RAIN-ZONES PIC 9(4) value 0.
01 WS-FAILED-ZONES PIC 9(4) value 0.

*> one slot per basin -- an ordinary basin, or a cross-zone basin
*> made up of several parts -- with its capacity, spill target,
*> and both simulations' results. WS-CB-FULL is "N" still filling,
*> "Y" overflowed, "X" nothing refloaded so not simulated.
01 WS-CB-COUNT PIC 9(4) value 0.
01 WS-CB-TABLE.
       02 WS-CB-ENTRY OCCURS 3000 TIMES.
           03 WS-CB-ID PIC X(10).
           03 WS-CB-ZONE PIC 9(4).
           03 WS-CB-ANCHORED PIC X.
           03 WS-CB-PARTIAL PIC X.
           03 WS-CB-CELLS PIC 9(7).
           03 WS-CB-CAP PIC 9(8).
           03 WS-CB-TARGET PIC 9(4).
           03 WS-CB-BEST-WALLS PIC 9(6).
           03 WS-CB-RAIN-IN PIC 9(9)V99.
           03 WS-CB-INFLOW PIC 9(9)V99.
           03 WS-CB-STORED PIC 9(8)V9(4).
           03 WS-CB-FULL PIC X.
           03 WS-CB-FULL-AT PIC 9(7)V99.
           03 WS-CB-RECEIVER PIC 9(4).
           03 WS-CB-DESIGN PIC X.
01 WS-CB-IDX PIC 9(4) value 0.
01 WS-CB-CUR-X PIC 9(4) value 0.

*> one slot per inventory record that places basin cells in a
*> zone: the anchor (zero for a cross-zone part with no low point)
*> and bounding box as written, the size on file, and what the
*> reflood found
01 WS-CP-COUNT PIC 9(4) value 0.
01 WS-CP-TABLE.
       02 WS-CP-ENTRY OCCURS 4000 TIMES.
           03 WS-CP-BASIN PIC 9(4).
           03 WS-CP-ZONE PIC 9(4).
           03 WS-CP-ROW PIC 9(4).
           03 WS-CP-COL PIC 9(4).
           03 WS-CP-FILE-SIZE PIC 9(6).
           03 WS-CP-MIN-ROW PIC 9(4).
           03 WS-CP-MAX-ROW PIC 9(4).
           03 WS-CP-MIN-COL PIC 9(4).
           03 WS-CP-MAX-COL PIC 9(4).
           03 WS-CP-CELLS PIC 9(6).
           03 WS-CP-CAP PIC 9(7).
01 WS-CP-IDX PIC 9(4) value 0.

*> wall cells shared between two basins of the same zone, one
*> slot per pair of basins whose floods a wall cell separates
01 WS-SP-COUNT PIC 9(5) value 0.
01 WS-SP-TABLE.
       02 WS-SP-ENTRY OCCURS 8000 TIMES.
           03 WS-SP-A PIC 9(4).
           03 WS-SP-B PIC 9(4).
           03 WS-SP-WALLS PIC 9(6).
01 WS-SP-IDX PIC 9(5) value 0.
01 WS-SP-FOUND PIC 9(5) value 0.
01 WS-SP-FULL-WARNED PIC X value "N".
01 WS-PAIR-A PIC 9(4) value 0.
01 WS-PAIR-B PIC 9(4) value 0.
01 WS-WALL-NBRS.
       02 WS-WN-BASIN PIC 9(4) OCCURS 4 TIMES.
01 WS-WN-COUNT PIC 9 value 0.
01 WS-WN-I PIC 9 value 0.
01 WS-WN-J PIC 9 value 0.
01 WS-WN-NEW PIC 9(4) value 0.

*> the fill simulation. WS-SIM-PASS is "D" at each zone's design
*> storm rate, "R" at its rainfall figure; WS-ORD-BASIN lists the
*> basins in the order the last pass filled them.
01 WS-SIM-PASS PIC X value "D".
01 WS-SIM-STOP PIC X value "N".
01 WS-SIM-TIME PIC 9(7)V9(4) value 0.
01 WS-SIM-DT PIC 9(7)V9(6) value 0.
01 WS-SIM-BEST-DT PIC 9(7)V9(6) value 0.
01 WS-SIM-ROOM PIC 9(8)V9(4) value 0.
01 WS-SIM-NEXT PIC 9(4) value 0.
01 WS-SIM-RATE PIC 9(3)V99 value 0.
01 WS-SIM-HOP PIC 9(4) value 0.
01 WS-SIM-NODE PIC 9(4) value 0.
01 WS-ORD-COUNT PIC 9(4) value 0.
01 WS-ORD-TABLE.
       02 WS-ORD-BASIN PIC 9(4) OCCURS 3000 TIMES.
01 WS-ORD-IDX PIC 9(4) value 0.
01 WS-RANK PIC 9(4) value 0.
01 WS-DESIGN-OVER PIC 9(4) value 0.

*> UNSTRING targets for one inventory record, laid out the way main8
*> writes BASIN and XZONE records (and the leading fields of XBASIN)
01 WS-TOK-TAG1 PIC X(12) value SPACES.
01 WS-TOK-ID PIC X(10) value SPACES.
01 WS-TOK-TAG2 PIC X(12) value SPACES.
01 WS-TOK-ZONE PIC X(100) value SPACES.
01 WS-TOK-TAG3 PIC X(12) value SPACES.
01 WS-TOK-ROW PIC X(10) value SPACES.
01 WS-TOK-TAG4 PIC X(12) value SPACES.
01 WS-TOK-COL PIC X(10) value SPACES.
01 WS-TOK-TAG5 PIC X(12) value SPACES.
01 WS-TOK-SIZE PIC X(10) value SPACES.
01 WS-TOK-TAG6 PIC X(12) value SPACES.
01 WS-TOK-MINR PIC X(10) value SPACES.
01 WS-TOK-DASH1 PIC X(4) value SPACES.
01 WS-TOK-MAXR PIC X(10) value SPACES.
01 WS-TOK-TAG7 PIC X(12) value SPACES.
01 WS-TOK-MINC PIC X(10) value SPACES.
01 WS-TOK-DASH2 PIC X(4) value SPACES.
01 WS-TOK-MAXC PIC X(10) value SPACES.

01 WS-ID-OUT PIC X(10) value SPACES.
01 WS-ID-OUT2 PIC X(10) value SPACES.
01 WS-ZONE-OUT PIC X(100) value SPACES.
01 WS-COUNT-ED PIC Z(3)9.
01 WS-CELLS-ED PIC Z(6)9.
01 WS-CAP-ED PIC Z(7)9.
01 WS-SIZE-ED PIC Z(5)9.
01 WS-RATE-ED PIC ZZ9.99.
01 WS-HOURS-ED PIC ZZ9.
01 WS-TIME-ED PIC Z(6)9.99.
01 WS-RANK-ED PIC Z(3)9.
01 WS-SOURCE-TEXT PIC X(13) value SPACES.
01 WS-DESIGN-TEXT PIC X(9) value SPACES.

PROCEDURE DIVISION.
*> which inventory to simulate: a command-line argument wins, then
*> the BASIN_FILE environment variable, else tonight's 9BASIN.dat
ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
IF WS-ARG-COUNT > 0 THEN
       ACCEPT WS-BASIN-FILE FROM ARGUMENT-VALUE
ELSE
       ACCEPT WS-BASIN-FILE FROM ENVIRONMENT "BASIN_FILE"
END-IF
IF WS-BASIN-FILE = SPACES THEN
       MOVE "9BASIN.dat" TO WS-BASIN-FILE
END-IF
ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

PERFORM 1000-LOAD-INVENTORY
PERFORM 1300-LOAD-DESIGN-STORMS
PERFORM 1200-LOAD-RAINFALL

OPEN OUTPUT CAPOUT
MOVE SPACES TO CAP-REC
STRING "CAPACITY SIMULATION DATE:" SPACE WS-RUN-DATE SPACE
       "INVENTORY:" DELIMITED BY SIZE
       SPACE DELIMITED BY SIZE
       WS-BASIN-FILE DELIMITED BY SPACE
       INTO CAP-REC
WRITE CAP-REC

MOVE 1 TO WS-CZ-IDX
PERFORM UNTIL WS-CZ-IDX > WS-CZ-COUNT
       PERFORM 2000-MEASURE-ZONE
       COMPUTE WS-CZ-IDX = WS-CZ-IDX + 1
END-PERFORM

PERFORM 2800-PICK-SPILL-TARGETS

*> the design storm pass first, for the flags and the return code;
*> then the rainfall pass the ranking is built from -- the same
*> pass over again when no zone has a rainfall figure of its own
MOVE "D" TO WS-SIM-PASS
PERFORM 3000-SIMULATE-FILL
PERFORM 3400-KEEP-DESIGN-RESULTS
IF WS-RAIN-ZONES > 0 THEN
       MOVE "R" TO WS-SIM-PASS
       PERFORM 3000-SIMULATE-FILL
END-IF

PERFORM 4000-WRITE-RANKING

MOVE WS-CB-COUNT TO WS-COUNT-ED
MOVE WS-ORD-COUNT TO WS-RANK-ED
MOVE WS-DESIGN-OVER TO WS-SIZE-ED
MOVE SPACES TO CAP-REC
STRING "BASINS:" SPACE WS-COUNT-ED SPACE
       "OVERFLOWING:" SPACE WS-RANK-ED SPACE
       "OVER AT DESIGN STORM:" SPACE WS-SIZE-ED
       DELIMITED BY SIZE INTO CAP-REC
WRITE CAP-REC
MOVE WS-FAILED-ZONES TO WS-COUNT-ED
MOVE WS-CZ-COUNT TO WS-RANK-ED
MOVE SPACES TO CAP-REC
STRING "ZONES:" SPACE WS-RANK-ED SPACE
       "NOT SIMULATED:" SPACE WS-COUNT-ED
       DELIMITED BY SIZE INTO CAP-REC
WRITE CAP-REC
CLOSE CAPOUT

MOVE WS-CB-COUNT TO WS-COUNT-ED
MOVE WS-ORD-COUNT TO WS-RANK-ED
DISPLAY "Basins:" SPACE WS-COUNT-ED SPACE
        "Overflowing:" SPACE WS-RANK-ED SPACE
        "Over at design storm:" SPACE WS-SIZE-ED

IF WS-DESIGN-OVER > 0 and WS-MAX-RC < 4 THEN
       MOVE 4 TO WS-MAX-RC
END-IF
IF WS-FAILED-ZONES > 0 and WS-MAX-RC < 8 THEN
       MOVE 8 TO WS-MAX-RC
END-IF
MOVE WS-MAX-RC TO RETURN-CODE
STOP RUN.

*> ---------------------------------------------------------------
*> 1000-LOAD-INVENTORY
*> Reads the basin inventory into the basin and part tables. A
*> BASIN record is a basin of one part; an XBASIN record opens a
*> cross-zone basin and the XZONE records after it are its parts,
*> the basin taking its zone from the first part that has a low
*> point. Any other line is passed over. An inventory that can't be
*> opened ends the run -- there is nothing to simulate.
*> ---------------------------------------------------------------
1000-LOAD-INVENTORY.
       OPEN INPUT BASIN
       IF WS-BASIN-STATUS not = "00" THEN
           DISPLAY "CAPSIM8: CANNOT OPEN BASIN INVENTORY "
                   WS-BASIN-FILE(1:40) " STATUS " WS-BASIN-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       READ BASIN
           AT END SET WS-BASIN-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-BASIN-DONE
           PERFORM 1100-PARSE-BASIN-REC
           IF WS-TOK-TAG1 = "BASIN:" or WS-TOK-TAG1 = "XBASIN:" THEN
               IF WS-CB-COUNT < 3000 THEN
                   ADD 1 TO WS-CB-COUNT
                   MOVE WS-TOK-ID TO WS-CB-ID(WS-CB-COUNT)
                   MOVE 0 TO WS-CB-ZONE(WS-CB-COUNT)
                   MOVE "N" TO WS-CB-ANCHORED(WS-CB-COUNT)
                   MOVE "N" TO WS-CB-PARTIAL(WS-CB-COUNT)
                   MOVE 0 TO WS-CB-CELLS(WS-CB-COUNT)
                   MOVE 0 TO WS-CB-CAP(WS-CB-COUNT)
                   MOVE 0 TO WS-CB-TARGET(WS-CB-COUNT)
                   MOVE 0 TO WS-CB-BEST-WALLS(WS-CB-COUNT)
                   MOVE WS-CB-COUNT TO WS-CB-CUR-X
               ELSE
                   DISPLAY "CAPSIM8: BASIN TABLE FULL, BASIN "
                           "SKIPPED: " WS-TOK-ID
                   MOVE 0 TO WS-CB-CUR-X
               END-IF
           END-IF
           IF WS-TOK-TAG1 = "XBASIN:" THEN
               MOVE SPACES TO WS-TOK-TAG1
           END-IF
           IF (WS-TOK-TAG1 = "BASIN:" or WS-TOK-TAG1 = "XZONE:") and
              WS-CB-CUR-X > 0 THEN
               IF WS-TOK-ID = WS-CB-ID(WS-CB-CUR-X) THEN
                   PERFORM 1150-ADD-PART
               END-IF
           END-IF
           READ BASIN
               AT END SET WS-BASIN-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE BASIN.

*> ---------------------------------------------------------------
*> 1100-PARSE-BASIN-REC
*> Splits the inventory record on spaces into the fields main8
*> lays down, the same parse bastrk8 uses.
*> ---------------------------------------------------------------
1100-PARSE-BASIN-REC.
       MOVE SPACES TO WS-TOK-TAG1 WS-TOK-ID WS-TOK-TAG2 WS-TOK-ZONE
                      WS-TOK-TAG3 WS-TOK-ROW WS-TOK-TAG4 WS-TOK-COL
                      WS-TOK-TAG5 WS-TOK-SIZE WS-TOK-TAG6
                      WS-TOK-MINR WS-TOK-DASH1 WS-TOK-MAXR
                      WS-TOK-TAG7 WS-TOK-MINC WS-TOK-DASH2
                      WS-TOK-MAXC
       UNSTRING BASIN-REC DELIMITED BY ALL " "
           INTO WS-TOK-TAG1 WS-TOK-ID WS-TOK-TAG2 WS-TOK-ZONE
                WS-TOK-TAG3 WS-TOK-ROW WS-TOK-TAG4 WS-TOK-COL
                WS-TOK-TAG5 WS-TOK-SIZE WS-TOK-TAG6 WS-TOK-MINR
                WS-TOK-DASH1 WS-TOK-MAXR WS-TOK-TAG7 WS-TOK-MINC
                WS-TOK-DASH2 WS-TOK-MAXC
       END-UNSTRING.

*> ---------------------------------------------------------------
*> 1150-ADD-PART
*> Records the parsed BASIN or XZONE record as a part of basin
*> WS-CB-CUR-X, registering its zone on first sight.
*> ---------------------------------------------------------------
1150-ADD-PART.
       IF WS-CP-COUNT < 4000 THEN
           MOVE WS-TOK-ZONE TO WS-CZ-KEY
           PERFORM 1400-FIND-OR-ADD-ZONE
       ELSE
           MOVE 0 TO WS-CZ-FOUND
           DISPLAY "CAPSIM8: BASIN PART TABLE FULL, PART SKIPPED: "
                   WS-TOK-ID
       END-IF
       IF WS-CZ-FOUND > 0 THEN
           ADD 1 TO WS-CP-COUNT
           MOVE WS-CB-CUR-X TO WS-CP-BASIN(WS-CP-COUNT)
           MOVE WS-CZ-FOUND TO WS-CP-ZONE(WS-CP-COUNT)
           MOVE FUNCTION NUMVAL(WS-TOK-ROW) TO WS-CP-ROW(WS-CP-COUNT)
           MOVE FUNCTION NUMVAL(WS-TOK-COL) TO WS-CP-COL(WS-CP-COUNT)
           MOVE FUNCTION NUMVAL(WS-TOK-SIZE)
                TO WS-CP-FILE-SIZE(WS-CP-COUNT)
           MOVE FUNCTION NUMVAL(WS-TOK-MINR)
                TO WS-CP-MIN-ROW(WS-CP-COUNT)
           MOVE FUNCTION NUMVAL(WS-TOK-MAXR)
                TO WS-CP-MAX-ROW(WS-CP-COUNT)
           MOVE FUNCTION NUMVAL(WS-TOK-MINC)
                TO WS-CP-MIN-COL(WS-CP-COUNT)
           MOVE FUNCTION NUMVAL(WS-TOK-MAXC)
                TO WS-CP-MAX-COL(WS-CP-COUNT)
           MOVE 0 TO WS-CP-CELLS(WS-CP-COUNT)
           MOVE 0 TO WS-CP-CAP(WS-CP-COUNT)
           IF WS-CB-ZONE(WS-CB-CUR-X) = 0 THEN
               MOVE WS-CZ-FOUND TO WS-CB-ZONE(WS-CB-CUR-X)
           END-IF
           IF WS-CP-ROW(WS-CP-COUNT) > 0 and
              WS-CB-ANCHORED(WS-CB-CUR-X) = "N" THEN
               MOVE WS-CZ-FOUND TO WS-CB-ZONE(WS-CB-CUR-X)
               MOVE "Y" TO WS-CB-ANCHORED(WS-CB-CUR-X)
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 1200-LOAD-RAINFALL
*> Applies the optional 9RAIN.dat figures to the zones they name;
*> a zone the inventory doesn't carry has nothing to rain on and is
*> passed over. Every zone left without a figure is simulated at
*> its design storm rate, or with no rain at all when it has none.
*> ---------------------------------------------------------------
1200-LOAD-RAINFALL.
       OPEN INPUT RAIN
       IF WS-RAIN-STATUS = "00" THEN
           READ RAIN
               AT END SET WS-RAIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-RAIN-DONE
               IF RAIN-RATE is not numeric THEN
                   DISPLAY "CAPSIM8: RAINFALL RATE NOT NUMERIC, "
                           "IGNORED: " RAIN-ZONE(1:40)
               ELSE
                   MOVE 0 TO WS-CZ-FOUND
                   MOVE 1 TO WS-CZ-IDX
                   PERFORM UNTIL WS-CZ-IDX > WS-CZ-COUNT
                       IF WS-CZ-NAME(WS-CZ-IDX) = RAIN-ZONE THEN
                           MOVE WS-CZ-IDX TO WS-CZ-FOUND
                           MOVE WS-CZ-COUNT TO WS-CZ-IDX
                       END-IF
                       COMPUTE WS-CZ-IDX = WS-CZ-IDX + 1
                   END-PERFORM
                   IF WS-CZ-FOUND > 0 THEN
                       MOVE RAIN-RATE TO WS-CZ-RAIN(WS-CZ-FOUND)
                       MOVE "F" TO WS-CZ-RAIN-SRC(WS-CZ-FOUND)
                       ADD 1 TO WS-RAIN-ZONES
                   END-IF
               END-IF
               READ RAIN
                   AT END SET WS-RAIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE RAIN
       END-IF

       MOVE 1 TO WS-CZ-IDX
       PERFORM UNTIL WS-CZ-IDX > WS-CZ-COUNT
           IF WS-CZ-RAIN-SRC(WS-CZ-IDX) not = "F" THEN
               MOVE WS-CZ-DESIGN-RATE(WS-CZ-IDX)
                    TO WS-CZ-RAIN(WS-CZ-IDX)
               IF WS-CZ-DESIGN-RATE(WS-CZ-IDX) > 0 THEN
                   MOVE "D" TO WS-CZ-RAIN-SRC(WS-CZ-IDX)
               ELSE
                   MOVE "N" TO WS-CZ-RAIN-SRC(WS-CZ-IDX)
               END-IF
           END-IF
           COMPUTE WS-CZ-IDX = WS-CZ-IDX + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 1300-LOAD-DESIGN-STORMS
*> Reads each zone's design storm from the registry by key. A zone
*> the registry doesn't carry, or a registry that can't be opened,
*> leaves the zone with no design storm -- its basins are reported
*> but never flagged.
*> ---------------------------------------------------------------
1300-LOAD-DESIGN-STORMS.
       OPEN INPUT ZREG
       IF WS-ZREG-STATUS not = "00" THEN
           DISPLAY "CAPSIM8: REGISTRY 9ZONES.idx NOT AVAILABLE, "
                   "NO DESIGN STORMS APPLIED"
       ELSE
           MOVE 1 TO WS-CZ-IDX
           PERFORM UNTIL WS-CZ-IDX > WS-CZ-COUNT
               MOVE WS-CZ-NAME(WS-CZ-IDX) TO ZREG-NAME
               READ ZREG
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ZREG-DESIGN-RATE
                            TO WS-CZ-DESIGN-RATE(WS-CZ-IDX)
                       MOVE ZREG-DESIGN-HOURS
                            TO WS-CZ-DESIGN-HOURS(WS-CZ-IDX)
               END-READ
               COMPUTE WS-CZ-IDX = WS-CZ-IDX + 1
           END-PERFORM
           CLOSE ZREG
       END-IF.

*> ---------------------------------------------------------------
*> 1400-FIND-OR-ADD-ZONE
*> Looks WS-CZ-KEY up in the zone table, opening a slot for a zone
*> not seen before; WS-CZ-FOUND is its slot, or zero when the table
*> is full.
*> ---------------------------------------------------------------
1400-FIND-OR-ADD-ZONE.
       MOVE 0 TO WS-CZ-FOUND
       MOVE 1 TO WS-CZ-IDX
       PERFORM UNTIL WS-CZ-IDX > WS-CZ-COUNT
           IF WS-CZ-NAME(WS-CZ-IDX) = WS-CZ-KEY THEN
               MOVE WS-CZ-IDX TO WS-CZ-FOUND
               MOVE WS-CZ-COUNT TO WS-CZ-IDX
           END-IF
           COMPUTE WS-CZ-IDX = WS-CZ-IDX + 1
       END-PERFORM
       IF WS-CZ-FOUND = 0 THEN
           IF WS-CZ-COUNT < 500 THEN
               ADD 1 TO WS-CZ-COUNT
               MOVE WS-CZ-COUNT TO WS-CZ-FOUND
               MOVE WS-CZ-KEY TO WS-CZ-NAME(WS-CZ-FOUND)
               MOVE 0 TO WS-CZ-RAIN(WS-CZ-FOUND)
               MOVE "N" TO WS-CZ-RAIN-SRC(WS-CZ-FOUND)
               MOVE 0 TO WS-CZ-DESIGN-RATE(WS-CZ-FOUND)
               MOVE 0 TO WS-CZ-DESIGN-HOURS(WS-CZ-FOUND)
               MOVE "F" TO WS-CZ-STATUS(WS-CZ-FOUND)
               MOVE 0 TO WS-CZ-BASINS(WS-CZ-FOUND)
               MOVE 0 TO WS-CZ-CELLS(WS-CZ-FOUND)
               MOVE 0 TO WS-CZ-CAP(WS-CZ-FOUND)
               MOVE 0 TO WS-CZ-PAIR-START(WS-CZ-FOUND)
           ELSE
               DISPLAY "CAPSIM8: ZONE TABLE FULL, ZONE SKIPPED: "
                       WS-CZ-KEY(1:40)
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2000-MEASURE-ZONE
*> Reloads zone WS-CZ-IDX's extract, refloods its parts -- those
*> with a low point first, so a part with none is reseeded only
*> from ground no low point claimed -- counts the wall cells its
*> basins share, and writes the zone's line with a note for any
*> part that refloaded to a different size than the inventory
*> records (the extract has changed since) or not at all.
*> ---------------------------------------------------------------
2000-MEASURE-ZONE.
       MOVE WS-CZ-NAME(WS-CZ-IDX) TO WS-INPUT-FILE
       PERFORM 2100-LOAD-GRID

       IF WS-ZONE-FAILED THEN
           ADD 1 TO WS-FAILED-ZONES
           MOVE 1 TO WS-CP-IDX
           PERFORM UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-ZONE(WS-CP-IDX) = WS-CZ-IDX THEN
                   MOVE "Y" TO WS-CB-PARTIAL(WS-CP-BASIN(WS-CP-IDX))
               END-IF
               COMPUTE WS-CP-IDX = WS-CP-IDX + 1
           END-PERFORM
           MOVE SPACES TO CAP-REC
           STRING "ZONE:" DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  WS-INPUT-FILE DELIMITED BY SPACE
                  SPACE DELIMITED BY SIZE
                  "NOT SIMULATED:" SPACE WS-ZONE-FAIL-REASON
                  DELIMITED BY SIZE INTO CAP-REC
           WRITE CAP-REC
       ELSE
           MOVE "S" TO WS-CZ-STATUS(WS-CZ-IDX)
           COMPUTE WS-CZ-PAIR-START(WS-CZ-IDX) = WS-SP-COUNT + 1
           MOVE 1 TO lineCounter
           PERFORM UNTIL lineCounter > NUM-ROWS
               MOVE 1 TO charCounter
               PERFORM UNTIL charCounter > NUM-COLS
                   MOVE 0 TO WS-CM-BASIN(lineCounter, charCounter)
                   COMPUTE charCounter = charCounter + 1
               END-PERFORM
               COMPUTE lineCounter = lineCounter + 1
           END-PERFORM

           MOVE 1 TO WS-CP-IDX
           PERFORM UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-ZONE(WS-CP-IDX) = WS-CZ-IDX and
                  WS-CP-ROW(WS-CP-IDX) > 0 THEN
                   MOVE WS-CP-ROW(WS-CP-IDX) TO WS-SEED-ROW
                   MOVE WS-CP-COL(WS-CP-IDX) TO WS-SEED-COL
                   PERFORM 2300-FLOOD-PART
               END-IF
               COMPUTE WS-CP-IDX = WS-CP-IDX + 1
           END-PERFORM
           MOVE 1 TO WS-CP-IDX
           PERFORM UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-ZONE(WS-CP-IDX) = WS-CZ-IDX and
                  WS-CP-ROW(WS-CP-IDX) = 0 THEN
                   PERFORM 2350-FIND-EDGE-SEED
                   PERFORM 2300-FLOOD-PART
               END-IF
               COMPUTE WS-CP-IDX = WS-CP-IDX + 1
           END-PERFORM

           PERFORM 2500-COUNT-SHARED-WALLS

           MOVE WS-CZ-BASINS(WS-CZ-IDX) TO WS-COUNT-ED
           MOVE WS-CZ-CELLS(WS-CZ-IDX) TO WS-CELLS-ED
           MOVE WS-CZ-CAP(WS-CZ-IDX) TO WS-CAP-ED
           MOVE WS-CZ-RAIN(WS-CZ-IDX) TO WS-RATE-ED
           IF WS-CZ-RAIN-SRC(WS-CZ-IDX) = "F" THEN
               MOVE "RAINFALL FILE" TO WS-SOURCE-TEXT
           ELSE
               IF WS-CZ-RAIN-SRC(WS-CZ-IDX) = "D" THEN
                   MOVE "DESIGN STORM" TO WS-SOURCE-TEXT
               ELSE
                   MOVE "NONE" TO WS-SOURCE-TEXT
               END-IF
           END-IF
           MOVE SPACES TO CAP-REC
           STRING "ZONE:" DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  WS-INPUT-FILE DELIMITED BY SPACE
                  SPACE DELIMITED BY SIZE
                  "BASINS:" SPACE WS-COUNT-ED SPACE
                  "CELLS:" SPACE WS-CELLS-ED SPACE
                  "CAPACITY:" SPACE WS-CAP-ED SPACE
                  "RAIN:" SPACE WS-RATE-ED SPACE
                  "FROM:" SPACE WS-SOURCE-TEXT
                  DELIMITED BY SIZE INTO CAP-REC
           WRITE CAP-REC
           MOVE WS-CZ-DESIGN-RATE(WS-CZ-IDX) TO WS-RATE-ED
           MOVE WS-CZ-DESIGN-HOURS(WS-CZ-IDX) TO WS-HOURS-ED
           MOVE SPACES TO CAP-REC
           IF WS-CZ-DESIGN-HOURS(WS-CZ-IDX) > 0 THEN
               STRING "  DESIGN STORM:" SPACE WS-RATE-ED SPACE
                      "FOR" SPACE WS-HOURS-ED SPACE "HOURS"
                      DELIMITED BY SIZE INTO CAP-REC
           ELSE
               MOVE "  DESIGN STORM: NOT SET" TO CAP-REC
           END-IF
           WRITE CAP-REC

           MOVE 1 TO WS-CP-IDX
           PERFORM UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-ZONE(WS-CP-IDX) = WS-CZ-IDX and
                  WS-CP-CELLS(WS-CP-IDX) not =
                  WS-CP-FILE-SIZE(WS-CP-IDX) THEN
                   PERFORM 2700-WRITE-REFLOOD-NOTE
               END-IF
               COMPUTE WS-CP-IDX = WS-CP-IDX + 1
           END-PERFORM
       END-IF.

*> ---------------------------------------------------------------
*> 2100-LOAD-GRID
*> Sizes, validates, and populates WS-B from WS-INPUT-FILE the way
*> main8's 3100-LOAD-GRID does -- the column count from the first
*> line, every line that wide and all digits, the whole inside the
*> GRIDLAY ceiling -- with the "10" border left round the outside.
*> A failure sets WS-ZONE-FAILED with the reason.
*> ---------------------------------------------------------------
2100-LOAD-GRID.
       MOVE "N" TO WS-ZONE-FAIL-SWITCH
       MOVE SPACES TO WS-ZONE-FAIL-REASON
       MOVE "N" TO WS-FP-EOF
       OPEN INPUT FP
       IF WS-FP-STATUS not = "00" THEN
           STRING "CANNOT OPEN EXTRACT, STATUS" SPACE WS-FP-STATUS
                  DELIMITED BY SIZE INTO WS-ZONE-FAIL-REASON
           SET WS-ZONE-FAILED TO TRUE
       END-IF
       IF not WS-ZONE-FAILED THEN
           MOVE 0 TO WS-DATA-ROWS
           MOVE 0 TO WS-DATA-COLS
           READ FP
               AT END SET WS-FP-DONE TO TRUE
           END-READ
           IF not WS-FP-DONE THEN
               PERFORM 2150-MEASURE-LINE
               MOVE WS-LINE-LEN TO WS-DATA-COLS
           END-IF
           PERFORM UNTIL WS-FP-DONE
               ADD 1 TO WS-DATA-ROWS
               READ FP
                   AT END SET WS-FP-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE FP
           COMPUTE NUM-ROWS = WS-DATA-ROWS + 2
           COMPUTE NUM-COLS = WS-DATA-COLS + 2
           IF WS-DATA-ROWS = 0 THEN
               MOVE "EXTRACT IS EMPTY" TO WS-ZONE-FAIL-REASON
               SET WS-ZONE-FAILED TO TRUE
           END-IF
           IF NUM-ROWS > WS-MAX-ROWS or NUM-COLS > WS-MAX-COLS THEN
               MOVE "EXTRACT EXCEEDS MAXIMUM SUPPORTED SIZE"
                    TO WS-ZONE-FAIL-REASON
               SET WS-ZONE-FAILED TO TRUE
           END-IF
       END-IF

       IF not WS-ZONE-FAILED THEN
           MOVE 1 TO lineCounter
           PERFORM UNTIL lineCounter > NUM-ROWS
               MOVE 1 TO charCounter
               PERFORM UNTIL charCounter > NUM-COLS
                   MOVE "10" TO WS-B(lineCounter, charCounter)
                   COMPUTE charCounter = charCounter + 1
               END-PERFORM
               COMPUTE lineCounter = lineCounter + 1
           END-PERFORM

           MOVE "N" TO WS-FP-EOF
           OPEN INPUT FP
           READ FP
               AT END SET WS-FP-DONE TO TRUE
           END-READ
           MOVE 2 TO lineCounter
           PERFORM UNTIL WS-FP-DONE or WS-ZONE-FAILED
               COMPUTE WS-FILE-LINE-NUM = lineCounter - 1
               PERFORM 2150-MEASURE-LINE
               IF WS-LINE-LEN not = WS-DATA-COLS THEN
                   STRING "LINE" SPACE WS-FILE-LINE-NUM SPACE
                          "IS NOT" SPACE WS-DATA-COLS SPACE
                          "CHARACTERS WIDE"
                          DELIMITED BY SIZE INTO WS-ZONE-FAIL-REASON
                   SET WS-ZONE-FAILED TO TRUE
               END-IF
               MOVE 2 TO charCounter
               PERFORM UNTIL charCounter = NUM-COLS or WS-ZONE-FAILED
                   COMPUTE fakeCounter1 = charCounter - 1
                   IF currLine(fakeCounter1:1) < "0" or
                      currLine(fakeCounter1:1) > "9" THEN
                       STRING "LINE" SPACE WS-FILE-LINE-NUM SPACE
                              "HAS A NON-DIGIT CHARACTER"
                              DELIMITED BY SIZE
                              INTO WS-ZONE-FAIL-REASON
                       SET WS-ZONE-FAILED TO TRUE
                   ELSE
                       MOVE currLine(fakeCounter1:1) to WS-B(lineCounter, charCounter)
                       MOVE WS-B(lineCounter, charCounter) to temp
                       MOVE temp to WS-B(lineCounter, charCounter)
                   END-IF
                   COMPUTE charCounter = charCounter + 1
               END-PERFORM
               COMPUTE lineCounter = lineCounter + 1
               READ FP
                   AT END SET WS-FP-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE FP
       END-IF.

*> ---------------------------------------------------------------
*> 2150-MEASURE-LINE
*> Scans back from the end of currLine for its last non-blank
*> column, left in WS-LINE-LEN.
*> ---------------------------------------------------------------
2150-MEASURE-LINE.
       MOVE 250 TO WS-SCAN-POS
       MOVE 0 TO WS-LINE-LEN
       PERFORM UNTIL WS-SCAN-POS = 0
           IF currLine(WS-SCAN-POS:1) not = SPACE THEN
               MOVE WS-SCAN-POS TO WS-LINE-LEN
               MOVE 0 TO WS-SCAN-POS
           ELSE
               SUBTRACT 1 FROM WS-SCAN-POS
           END-IF
       END-PERFORM.

*> ---------------------------------------------------------------
*> 2300-FLOOD-PART
*> Refloods part WS-CP-IDX from WS-SEED-ROW/COL out to the walls,
*> stamping each cell with the part's basin and totting up its
*> cells and capacity onto the part, the basin, and the zone. A seed
*> that is off the grid, a wall, or already claimed refloods
*> nothing and leaves the basin marked partial.
*> ---------------------------------------------------------------
2300-FLOOD-PART.
       MOVE WS-CP-BASIN(WS-CP-IDX) TO WS-FLOOD-BASIN
       MOVE 0 TO WS-FLOOD-CELLS
       MOVE 0 TO WS-FLOOD-CAP
       MOVE 0 TO WS-STACK-TOP
       IF WS-SEED-ROW > 1 and WS-SEED-ROW < NUM-ROWS and
          WS-SEED-COL > 1 and WS-SEED-COL < NUM-COLS THEN
           MOVE WS-SEED-ROW TO WS-PUSH-ROW
           MOVE WS-SEED-COL TO WS-PUSH-COL
           PERFORM 2400-PUSH-IF-NEW
       END-IF
       PERFORM UNTIL WS-STACK-TOP = 0
           MOVE WS-FS-ROW(WS-STACK-TOP) TO WS-POP-ROW
           MOVE WS-FS-COL(WS-STACK-TOP) TO WS-POP-COL
           SUBTRACT 1 FROM WS-STACK-TOP

           COMPUTE WS-PUSH-ROW = WS-POP-ROW - 1
           MOVE WS-POP-COL TO WS-PUSH-COL
           PERFORM 2400-PUSH-IF-NEW

           COMPUTE WS-PUSH-ROW = WS-POP-ROW + 1
           MOVE WS-POP-COL TO WS-PUSH-COL
           PERFORM 2400-PUSH-IF-NEW

           MOVE WS-POP-ROW TO WS-PUSH-ROW
           COMPUTE WS-PUSH-COL = WS-POP-COL - 1
           PERFORM 2400-PUSH-IF-NEW

           MOVE WS-POP-ROW TO WS-PUSH-ROW
           COMPUTE WS-PUSH-COL = WS-POP-COL + 1
           PERFORM 2400-PUSH-IF-NEW
       END-PERFORM

       MOVE WS-FLOOD-CELLS TO WS-CP-CELLS(WS-CP-IDX)
       MOVE WS-FLOOD-CAP TO WS-CP-CAP(WS-CP-IDX)
       IF WS-FLOOD-CELLS = 0 THEN
           MOVE "Y" TO WS-CB-PARTIAL(WS-FLOOD-BASIN)
       ELSE
           ADD WS-FLOOD-CELLS TO WS-CB-CELLS(WS-FLOOD-BASIN)
           ADD WS-FLOOD-CAP TO WS-CB-CAP(WS-FLOOD-BASIN)
           ADD 1 TO WS-CZ-BASINS(WS-CZ-IDX)
           ADD WS-FLOOD-CELLS TO WS-CZ-CELLS(WS-CZ-IDX)
           ADD WS-FLOOD-CAP TO WS-CZ-CAP(WS-CZ-IDX)
       END-IF.

*> ---------------------------------------------------------------
*> 2350-FIND-EDGE-SEED
*> A cross-zone part with no low point of its own reaches in from a
*> zone edge, so it is reseeded from the first unclaimed open cell
*> on the zone's outer row or column inside the part's bounding box.
*> No such cell leaves the seed at zero and the part unrefloaded.
*> ---------------------------------------------------------------
2350-FIND-EDGE-SEED.
       MOVE 0 TO WS-SEED-ROW
       MOVE 0 TO WS-SEED-COL
       MOVE WS-CP-MIN-ROW(WS-CP-IDX) TO lineCounter
       PERFORM UNTIL lineCounter > WS-CP-MAX-ROW(WS-CP-IDX) or
                     lineCounter not < NUM-ROWS or WS-SEED-ROW > 0
           MOVE WS-CP-MIN-COL(WS-CP-IDX) TO charCounter
           PERFORM UNTIL charCounter > WS-CP-MAX-COL(WS-CP-IDX) or
                         charCounter not < NUM-COLS or
                         WS-SEED-ROW > 0
               IF (lineCounter = 2 or lineCounter = NUM-ROWS - 1 or
                   charCounter = 2 or charCounter = NUM-COLS - 1) and
                  lineCounter > 1 and charCounter > 1 THEN
                   IF WS-CM-BASIN(lineCounter, charCounter) = 0 and
                      WS-B(lineCounter, charCounter) not = "09" THEN
                       MOVE lineCounter TO WS-SEED-ROW
                       MOVE charCounter TO WS-SEED-COL
                   END-IF
               END-IF
               COMPUTE charCounter = charCounter + 1
           END-PERFORM
           COMPUTE lineCounter = lineCounter + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 2400-PUSH-IF-NEW
*> Pushes WS-PUSH-ROW/COL onto the flood stack and counts it into
*> the current part, unless it is outside the zone, a wall, or
*> already claimed. A cell of depth d adds 9 - d to the capacity.
*> ---------------------------------------------------------------
2400-PUSH-IF-NEW.
       IF WS-PUSH-ROW > 1 and WS-PUSH-ROW < NUM-ROWS and
          WS-PUSH-COL > 1 and WS-PUSH-COL < NUM-COLS THEN
           IF WS-CM-BASIN(WS-PUSH-ROW, WS-PUSH-COL) = 0 and
              WS-B(WS-PUSH-ROW, WS-PUSH-COL) not = "09" and
              WS-B(WS-PUSH-ROW, WS-PUSH-COL) not = "10" THEN
               MOVE WS-FLOOD-BASIN
                    TO WS-CM-BASIN(WS-PUSH-ROW, WS-PUSH-COL)
               ADD 1 TO WS-STACK-TOP
               MOVE WS-PUSH-ROW TO WS-FS-ROW(WS-STACK-TOP)
               MOVE WS-PUSH-COL TO WS-FS-COL(WS-STACK-TOP)
               ADD 1 TO WS-FLOOD-CELLS
               MOVE WS-B(WS-PUSH-ROW, WS-PUSH-COL) to temp
               COMPUTE WS-FLOOD-CAP = WS-FLOOD-CAP + 9 - temp
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2500-COUNT-SHARED-WALLS
*> Every wall cell inside the zone is rim between the distinct
*> basins on its four sides; each pair of them gets one more shared
*> wall cell in the pair table.
*> ---------------------------------------------------------------
2500-COUNT-SHARED-WALLS.
       MOVE 2 TO lineCounter
       PERFORM UNTIL lineCounter not < NUM-ROWS
           MOVE 2 TO charCounter
           PERFORM UNTIL charCounter not < NUM-COLS
               IF WS-B(lineCounter, charCounter) = "09" THEN
                   MOVE 0 TO WS-WN-COUNT
                   COMPUTE fakeCounter1 = lineCounter - 1
                   MOVE WS-CM-BASIN(fakeCounter1, charCounter)
                        TO WS-WN-NEW
                   PERFORM 2550-NOTE-WALL-NEIGHBOUR
                   COMPUTE fakeCounter1 = lineCounter + 1
                   MOVE WS-CM-BASIN(fakeCounter1, charCounter)
                        TO WS-WN-NEW
                   PERFORM 2550-NOTE-WALL-NEIGHBOUR
                   COMPUTE fakeCounter1 = charCounter - 1
                   MOVE WS-CM-BASIN(lineCounter, fakeCounter1)
                        TO WS-WN-NEW
                   PERFORM 2550-NOTE-WALL-NEIGHBOUR
                   COMPUTE fakeCounter1 = charCounter + 1
                   MOVE WS-CM-BASIN(lineCounter, fakeCounter1)
                        TO WS-WN-NEW
                   PERFORM 2550-NOTE-WALL-NEIGHBOUR

                   MOVE 1 TO WS-WN-I
                   PERFORM UNTIL WS-WN-I not < WS-WN-COUNT
                       COMPUTE WS-WN-J = WS-WN-I + 1
                       PERFORM UNTIL WS-WN-J > WS-WN-COUNT
                           MOVE WS-WN-BASIN(WS-WN-I) TO WS-PAIR-A
                           MOVE WS-WN-BASIN(WS-WN-J) TO WS-PAIR-B
                           PERFORM 2600-ADD-WALL-PAIR
                           COMPUTE WS-WN-J = WS-WN-J + 1
                       END-PERFORM
                       COMPUTE WS-WN-I = WS-WN-I + 1
                   END-PERFORM
               END-IF
               COMPUTE charCounter = charCounter + 1
           END-PERFORM
           COMPUTE lineCounter = lineCounter + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 2550-NOTE-WALL-NEIGHBOUR
*> Adds basin WS-WN-NEW to the wall cell's list of distinct
*> neighbouring basins (unclaimed ground, zero, is not a basin).
*> ---------------------------------------------------------------
2550-NOTE-WALL-NEIGHBOUR.
       IF WS-WN-NEW > 0 THEN
           MOVE 1 TO WS-WN-I
           PERFORM UNTIL WS-WN-I > WS-WN-COUNT
               IF WS-WN-BASIN(WS-WN-I) = WS-WN-NEW THEN
                   MOVE 0 TO WS-WN-NEW
                   MOVE WS-WN-COUNT TO WS-WN-I
               END-IF
               COMPUTE WS-WN-I = WS-WN-I + 1
           END-PERFORM
           IF WS-WN-NEW > 0 THEN
               ADD 1 TO WS-WN-COUNT
               MOVE WS-WN-NEW TO WS-WN-BASIN(WS-WN-COUNT)
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2600-ADD-WALL-PAIR
*> Counts one shared wall cell between basins WS-PAIR-A and
*> WS-PAIR-B. Pairs are kept low basin first and searched only
*> among this zone's, which is all a wall cell can separate.
*> ---------------------------------------------------------------
2600-ADD-WALL-PAIR.
       IF WS-PAIR-A > WS-PAIR-B THEN
           MOVE WS-PAIR-A TO WS-WN-NEW
           MOVE WS-PAIR-B TO WS-PAIR-A
           MOVE WS-WN-NEW TO WS-PAIR-B
       END-IF
       MOVE 0 TO WS-SP-FOUND
       MOVE WS-CZ-PAIR-START(WS-CZ-IDX) TO WS-SP-IDX
       PERFORM UNTIL WS-SP-IDX > WS-SP-COUNT
           IF WS-SP-A(WS-SP-IDX) = WS-PAIR-A and
              WS-SP-B(WS-SP-IDX) = WS-PAIR-B THEN
               MOVE WS-SP-IDX TO WS-SP-FOUND
               MOVE WS-SP-COUNT TO WS-SP-IDX
           END-IF
           COMPUTE WS-SP-IDX = WS-SP-IDX + 1
       END-PERFORM
       IF WS-SP-FOUND > 0 THEN
           ADD 1 TO WS-SP-WALLS(WS-SP-FOUND)
       ELSE
           IF WS-SP-COUNT < 8000 THEN
               ADD 1 TO WS-SP-COUNT
               MOVE WS-PAIR-A TO WS-SP-A(WS-SP-COUNT)
               MOVE WS-PAIR-B TO WS-SP-B(WS-SP-COUNT)
               MOVE 1 TO WS-SP-WALLS(WS-SP-COUNT)
           ELSE
               IF WS-SP-FULL-WARNED = "N" THEN
                   MOVE "Y" TO WS-SP-FULL-WARNED
                   DISPLAY "CAPSIM8: SHARED WALL TABLE FULL, LATER "
                           "BASIN PAIRS NOT COUNTED"
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2700-WRITE-REFLOOD-NOTE
*> Notes part WS-CP-IDX refloading to a size other than the one on
*> file -- the extract changed after the inventory was written, or
*> the part could not be reseeded at all.
*> ---------------------------------------------------------------
2700-WRITE-REFLOOD-NOTE.
       MOVE WS-CP-FILE-SIZE(WS-CP-IDX) TO WS-SIZE-ED
       MOVE WS-CP-CELLS(WS-CP-IDX) TO WS-CELLS-ED
       MOVE SPACES TO CAP-REC
       STRING "  NOTE: BASIN" SPACE DELIMITED BY SIZE
              WS-CB-ID(WS-CP-BASIN(WS-CP-IDX)) DELIMITED BY SPACE
              SPACE "SIZE ON FILE:" SPACE WS-SIZE-ED SPACE
              "REFLOODED:" SPACE WS-CELLS-ED
              DELIMITED BY SIZE INTO CAP-REC
       WRITE CAP-REC.

*> ---------------------------------------------------------------
*> 2800-PICK-SPILL-TARGETS
*> Each basin spills to the neighbour it shares the most wall cells
*> with; on a tie the pair counted first keeps it.
*> ---------------------------------------------------------------
2800-PICK-SPILL-TARGETS.
       MOVE 1 TO WS-SP-IDX
       PERFORM UNTIL WS-SP-IDX > WS-SP-COUNT
           MOVE WS-SP-A(WS-SP-IDX) TO WS-PAIR-A
           MOVE WS-SP-B(WS-SP-IDX) TO WS-PAIR-B
           IF WS-SP-WALLS(WS-SP-IDX) > WS-CB-BEST-WALLS(WS-PAIR-A)
           THEN
               MOVE WS-SP-WALLS(WS-SP-IDX)
                    TO WS-CB-BEST-WALLS(WS-PAIR-A)
               MOVE WS-PAIR-B TO WS-CB-TARGET(WS-PAIR-A)
           END-IF
           IF WS-SP-WALLS(WS-SP-IDX) > WS-CB-BEST-WALLS(WS-PAIR-B)
           THEN
               MOVE WS-SP-WALLS(WS-SP-IDX)
                    TO WS-CB-BEST-WALLS(WS-PAIR-B)
               MOVE WS-PAIR-A TO WS-CB-TARGET(WS-PAIR-B)
           END-IF
           COMPUTE WS-SP-IDX = WS-SP-IDX + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 3000-SIMULATE-FILL
*> One fill simulation at the rates WS-SIM-PASS selects. Starts
*> every basin empty with its own cells' rain, then repeatedly
*> routes the inflows, finds the basin that fills next, and
*> advances the clock to it, until no basin still filling has any
*> water reaching it.
*> ---------------------------------------------------------------
3000-SIMULATE-FILL.
       MOVE 1 TO WS-CB-IDX
       PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
           MOVE 0 TO WS-CB-RAIN-IN(WS-CB-IDX)
           MOVE 0 TO WS-CB-STORED(WS-CB-IDX)
           MOVE 0 TO WS-CB-FULL-AT(WS-CB-IDX)
           MOVE 0 TO WS-CB-RECEIVER(WS-CB-IDX)
           IF WS-CB-CAP(WS-CB-IDX) > 0 THEN
               MOVE "N" TO WS-CB-FULL(WS-CB-IDX)
           ELSE
               MOVE "X" TO WS-CB-FULL(WS-CB-IDX)
           END-IF
           COMPUTE WS-CB-IDX = WS-CB-IDX + 1
       END-PERFORM

       MOVE 1 TO WS-CP-IDX
       PERFORM UNTIL WS-CP-IDX > WS-CP-COUNT
           IF WS-SIM-PASS = "D" THEN
               MOVE WS-CZ-DESIGN-RATE(WS-CP-ZONE(WS-CP-IDX))
                    TO WS-SIM-RATE
           ELSE
               MOVE WS-CZ-RAIN(WS-CP-ZONE(WS-CP-IDX)) TO WS-SIM-RATE
           END-IF
           COMPUTE WS-CB-RAIN-IN(WS-CP-BASIN(WS-CP-IDX)) =
                   WS-CB-RAIN-IN(WS-CP-BASIN(WS-CP-IDX)) +
                   WS-CP-CELLS(WS-CP-IDX) * WS-SIM-RATE
           COMPUTE WS-CP-IDX = WS-CP-IDX + 1
       END-PERFORM

       MOVE 0 TO WS-SIM-TIME
       MOVE 0 TO WS-ORD-COUNT
       MOVE "N" TO WS-SIM-STOP
       PERFORM UNTIL WS-SIM-STOP = "Y"
           PERFORM 3100-ROUTE-INFLOWS
           PERFORM 3200-FIND-NEXT-OVERFLOW
           IF WS-SIM-NEXT = 0 THEN
               MOVE "Y" TO WS-SIM-STOP
           ELSE
               PERFORM 3300-ADVANCE-TO-OVERFLOW
           END-IF
       END-PERFORM.

*> ---------------------------------------------------------------
*> 3100-ROUTE-INFLOWS
*> Sends each basin's own rain to where it currently collects: the
*> basin itself while it is still filling, else down its chain of
*> spill targets to the first one that is not yet full. Rain whose
*> chain runs out of the zone, into a basin with nothing
*> refloaded, or round a ring of full basins, is lost.
*> ---------------------------------------------------------------
3100-ROUTE-INFLOWS.
       MOVE 1 TO WS-CB-IDX
       PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
           MOVE 0 TO WS-CB-INFLOW(WS-CB-IDX)
           COMPUTE WS-CB-IDX = WS-CB-IDX + 1
       END-PERFORM

       MOVE 1 TO WS-CB-IDX
       PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
           IF WS-CB-RAIN-IN(WS-CB-IDX) > 0 THEN
               MOVE WS-CB-IDX TO WS-SIM-NODE
               PERFORM 3150-FOLLOW-SPILL-CHAIN
               IF WS-SIM-NODE > 0 THEN
                   IF WS-CB-FULL(WS-SIM-NODE) = "N" THEN
                       ADD WS-CB-RAIN-IN(WS-CB-IDX)
                           TO WS-CB-INFLOW(WS-SIM-NODE)
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-CB-IDX = WS-CB-IDX + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 3150-FOLLOW-SPILL-CHAIN
*> From basin WS-SIM-NODE, follows spill targets past every full
*> basin; leaves WS-SIM-NODE on the first basin not full, or zero
*> when the chain leaves the zone. The hop count stops a ring of
*> full basins spilling into each other.
*> ---------------------------------------------------------------
3150-FOLLOW-SPILL-CHAIN.
       MOVE 0 TO WS-SIM-HOP
       PERFORM UNTIL WS-SIM-NODE = 0 or
                     WS-CB-FULL(WS-SIM-NODE) not = "Y" or
                     WS-SIM-HOP > WS-CB-COUNT
           MOVE WS-CB-TARGET(WS-SIM-NODE) TO WS-SIM-NODE
           ADD 1 TO WS-SIM-HOP
       END-PERFORM.

*> ---------------------------------------------------------------
*> 3200-FIND-NEXT-OVERFLOW
*> The basin still filling that reaches capacity soonest at the
*> current inflows, and how long from now; zero when none will.
*> ---------------------------------------------------------------
3200-FIND-NEXT-OVERFLOW.
       MOVE 0 TO WS-SIM-NEXT
       MOVE 0 TO WS-SIM-BEST-DT
       MOVE 1 TO WS-CB-IDX
       PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
           IF WS-CB-FULL(WS-CB-IDX) = "N" and
              WS-CB-INFLOW(WS-CB-IDX) > 0 THEN
               COMPUTE WS-SIM-ROOM =
                       WS-CB-CAP(WS-CB-IDX) - WS-CB-STORED(WS-CB-IDX)
               COMPUTE WS-SIM-DT ROUNDED =
                       WS-SIM-ROOM / WS-CB-INFLOW(WS-CB-IDX)
               IF WS-SIM-NEXT = 0 or WS-SIM-DT < WS-SIM-BEST-DT THEN
                   MOVE WS-CB-IDX TO WS-SIM-NEXT
                   MOVE WS-SIM-DT TO WS-SIM-BEST-DT
               END-IF
           END-IF
           COMPUTE WS-CB-IDX = WS-CB-IDX + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 3300-ADVANCE-TO-OVERFLOW
*> Moves the clock on to the next overflow, fills every basin still
*> filling by its inflow over that time, and marks the one that
*> filled: when, its place in the overflow order, and the basin its
*> spill now collects in.
*> ---------------------------------------------------------------
3300-ADVANCE-TO-OVERFLOW.
       ADD WS-SIM-BEST-DT TO WS-SIM-TIME
       MOVE 1 TO WS-CB-IDX
       PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
           IF WS-CB-FULL(WS-CB-IDX) = "N" and
              WS-CB-INFLOW(WS-CB-IDX) > 0 THEN
               COMPUTE WS-CB-STORED(WS-CB-IDX) ROUNDED =
                       WS-CB-STORED(WS-CB-IDX) +
                       WS-CB-INFLOW(WS-CB-IDX) * WS-SIM-BEST-DT
               IF WS-CB-STORED(WS-CB-IDX) > WS-CB-CAP(WS-CB-IDX) THEN
                   MOVE WS-CB-CAP(WS-CB-IDX)
                        TO WS-CB-STORED(WS-CB-IDX)
               END-IF
           END-IF
           COMPUTE WS-CB-IDX = WS-CB-IDX + 1
       END-PERFORM

       MOVE WS-CB-CAP(WS-SIM-NEXT) TO WS-CB-STORED(WS-SIM-NEXT)
       MOVE "Y" TO WS-CB-FULL(WS-SIM-NEXT)
       COMPUTE WS-CB-FULL-AT(WS-SIM-NEXT) ROUNDED = WS-SIM-TIME
       ADD 1 TO WS-ORD-COUNT
       MOVE WS-SIM-NEXT TO WS-ORD-BASIN(WS-ORD-COUNT)
       MOVE WS-CB-TARGET(WS-SIM-NEXT) TO WS-SIM-NODE
       PERFORM 3150-FOLLOW-SPILL-CHAIN
       IF WS-SIM-NODE > 0 THEN
           IF WS-CB-FULL(WS-SIM-NODE) not = "N" THEN
               MOVE 0 TO WS-SIM-NODE
           END-IF
       END-IF
       MOVE WS-SIM-NODE TO WS-CB-RECEIVER(WS-SIM-NEXT).

*> ---------------------------------------------------------------
*> 3400-KEEP-DESIGN-RESULTS
*> Flags each basin against its zone's design storm after the
*> design pass: "O" overflows within the storm's hours, "H" holds,
*> "-" no design storm set for its zone.
*> ---------------------------------------------------------------
3400-KEEP-DESIGN-RESULTS.
       MOVE 0 TO WS-DESIGN-OVER
       MOVE 1 TO WS-CB-IDX
       PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
           MOVE "-" TO WS-CB-DESIGN(WS-CB-IDX)
           IF WS-CB-ZONE(WS-CB-IDX) > 0 THEN
               IF WS-CZ-DESIGN-HOURS(WS-CB-ZONE(WS-CB-IDX)) > 0 THEN
                   MOVE "H" TO WS-CB-DESIGN(WS-CB-IDX)
                   IF WS-CB-FULL(WS-CB-IDX) = "Y" and
                      WS-CB-FULL-AT(WS-CB-IDX) not >
                      WS-CZ-DESIGN-HOURS(WS-CB-ZONE(WS-CB-IDX)) THEN
                       MOVE "O" TO WS-CB-DESIGN(WS-CB-IDX)
                       ADD 1 TO WS-DESIGN-OVER
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-CB-IDX = WS-CB-IDX + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 4000-WRITE-RANKING
*> One line per basin, soonest to overflow first in the order the
*> rainfall pass filled them, then every basin that never fills.
*> ---------------------------------------------------------------
4000-WRITE-RANKING.
       MOVE 0 TO WS-RANK
       MOVE 1 TO WS-ORD-IDX
       PERFORM UNTIL WS-ORD-IDX > WS-ORD-COUNT
           MOVE WS-ORD-BASIN(WS-ORD-IDX) TO WS-CB-IDX
           PERFORM 4100-WRITE-RANK-LINE
           COMPUTE WS-ORD-IDX = WS-ORD-IDX + 1
       END-PERFORM
       MOVE 1 TO WS-CB-IDX
       PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
           IF WS-CB-FULL(WS-CB-IDX) not = "Y" THEN
               PERFORM 4100-WRITE-RANK-LINE
           END-IF
           COMPUTE WS-CB-IDX = WS-CB-IDX + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 4100-WRITE-RANK-LINE
*> The ranking line for basin WS-CB-IDX: its zone (the one holding
*> its low point), size, capacity, when it overflows, the basin it
*> spills to and the basin the spill ends up in (NONE when it runs
*> out of the zone), and its design storm flag. PARTIAL marks a
*> basin some part of which could not be refloaded; a basin none of
*> whose parts could be tied to a zone shows its zone as UNKNOWN.
*> ---------------------------------------------------------------
4100-WRITE-RANK-LINE.
       ADD 1 TO WS-RANK
       MOVE WS-RANK TO WS-RANK-ED
       MOVE WS-CB-CELLS(WS-CB-IDX) TO WS-CELLS-ED
       MOVE WS-CB-CAP(WS-CB-IDX) TO WS-CAP-ED
       MOVE "NONE" TO WS-ID-OUT
       IF WS-CB-TARGET(WS-CB-IDX) > 0 THEN
           MOVE WS-CB-ID(WS-CB-TARGET(WS-CB-IDX)) TO WS-ID-OUT
       END-IF
       MOVE "NONE" TO WS-ID-OUT2
       IF WS-CB-RECEIVER(WS-CB-IDX) > 0 THEN
           MOVE WS-CB-ID(WS-CB-RECEIVER(WS-CB-IDX)) TO WS-ID-OUT2
       END-IF
       MOVE "UNKNOWN" TO WS-ZONE-OUT
       IF WS-CB-ZONE(WS-CB-IDX) > 0 THEN
           MOVE WS-CZ-NAME(WS-CB-ZONE(WS-CB-IDX)) TO WS-ZONE-OUT
       END-IF
       IF WS-CB-DESIGN(WS-CB-IDX) = "O" THEN
           MOVE "OVERFLOWS" TO WS-DESIGN-TEXT
       ELSE
           IF WS-CB-DESIGN(WS-CB-IDX) = "H" THEN
               MOVE "HOLDS" TO WS-DESIGN-TEXT
           ELSE
               MOVE "NOT SET" TO WS-DESIGN-TEXT
           END-IF
       END-IF
       MOVE SPACES TO CAP-REC
       IF WS-CB-FULL(WS-CB-IDX) = "Y" THEN
           MOVE WS-CB-FULL-AT(WS-CB-IDX) TO WS-TIME-ED
           STRING "RANK:" SPACE WS-RANK-ED SPACE
                  "BASIN:" SPACE DELIMITED BY SIZE
                  WS-CB-ID(WS-CB-IDX) DELIMITED BY SPACE
                  SPACE "ZONE:" SPACE DELIMITED BY SIZE
                  WS-ZONE-OUT DELIMITED BY SPACE
                  SPACE "CELLS:" SPACE WS-CELLS-ED SPACE
                  "CAPACITY:" SPACE WS-CAP-ED SPACE
                  "OVERFLOWS AT:" SPACE WS-TIME-ED SPACE "HOURS"
                  SPACE "SPILLS TO:" SPACE DELIMITED BY SIZE
                  WS-ID-OUT DELIMITED BY SPACE
                  SPACE "RECEIVED BY:" SPACE DELIMITED BY SIZE
                  WS-ID-OUT2 DELIMITED BY SPACE
                  SPACE "DESIGN STORM:" SPACE DELIMITED BY SIZE
                  WS-DESIGN-TEXT DELIMITED BY "  "
                  INTO CAP-REC
       ELSE
           STRING "RANK:" SPACE WS-RANK-ED SPACE
                  "BASIN:" SPACE DELIMITED BY SIZE
                  WS-CB-ID(WS-CB-IDX) DELIMITED BY SPACE
                  SPACE "ZONE:" SPACE DELIMITED BY SIZE
                  WS-ZONE-OUT DELIMITED BY SPACE
                  SPACE "CELLS:" SPACE WS-CELLS-ED SPACE
                  "CAPACITY:" SPACE WS-CAP-ED SPACE
                  "OVERFLOWS AT: NEVER" SPACE
                  "SPILLS TO:" SPACE DELIMITED BY SIZE
                  WS-ID-OUT DELIMITED BY SPACE
                  SPACE "RECEIVED BY: NONE" SPACE
                  "DESIGN STORM:" SPACE DELIMITED BY SIZE
                  WS-DESIGN-TEXT DELIMITED BY "  "
                  INTO CAP-REC
       END-IF
       IF WS-CB-PARTIAL(WS-CB-IDX) = "Y" THEN
           MOVE 200 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS = 0 or
                         CAP-REC(WS-SCAN-POS:1) not = SPACE
               SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM
           MOVE "PARTIAL" TO CAP-REC(WS-SCAN-POS + 2:7)
       END-IF
       WRITE CAP-REC.
