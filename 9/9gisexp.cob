       >>SOURCE FORMAT FREE
*> To run do `cobc -x -I copybooks 9/9gisexp.cob && ./9gisexp [interface [inventory]]`
*> from the repo root, in the directory holding the night's
*> 9INTF.dat and 9BASIN.dat (or the files named by the arguments or
*> the INTF_FILE and BASIN_FILE environment variables) and the
*> 9ZONES.idx registry. Reads 9DIST.dat, 9REMED.dat, and
*> 9LPHIST.idx when present. Writes 9GIS.dat and 9GISRPT.dat.
IDENTIFICATION DIVISION.
program-id. gisexp8.
author. Andrew.
date-written. Oct 15, 2026.

*> GIS export. The interface extract and basin inventory place
*> everything by bordered grid row and column, and the mapping team
*> was converting those to ground positions by hand before anything
*> reached their layers. This program places the night's low points
*> and basins on the ground from each zone's survey origin and cell
*> spacing in the registry -- the origin is the centre of data cell
*> 1,1 (bordered row 2, column 2), columns run east and rows south:
*>   easting  = origin easting  + (column - 2) x cell size
*>   northing = origin northing - (row - 2)    x cell size
*> and writes one pipe-delimited file the GIS loads directly:
*>   H|run date|run time|source extract name
*>   P|zone|row|col|easting|northing|depth|risk|basin size|
*>     district code|district name|status|remediated date
*>     -- one per low point at its cell centre. Status is OPEN for a
*>     point the night scored, REMEDIATED for one on 9REMED.dat that
*>     the night still saw (kept out of the scoring by main8, so its
*>     depth comes from the low-point history when that is on hand).
*>   B|basin id|zone|size|district code|district name|depth|risk|
*>     status|then five easting|northing pairs
*>     -- one per basin (or per zone part of a cross-zone basin), the
*>     closed ring NW, NE, SE, SW, NW round the outer cell edges of
*>     its bounding box; depth and risk are its anchoring low
*>     point's, empty for a cross-zone part with no low point of its
*>     own.
*>   T|points|polygons|zones not exported
*> Coordinates are written zero-filled with two decimals in the
*> survey's map units. A zone with no survey origin on file, or not
*> in the registry at all, is never placed at zero: its records are
*> left out and the zone is listed in 9GISRPT.dat with how much of
*> it was held back, as is any record that would fall outside the
*> coordinate range. Any such zone or record ends the run with the
*> warning return code 4.

ENVIRONMENT DIVISION.
input-output section.
file-control.
       select INTF assign to dynamic WS-INTF-FILE
           organization is line sequential
           access is sequential
           file status is WS-INTF-STATUS.
       select BASIN assign to dynamic WS-BASIN-FILE
           organization is line sequential
           access is sequential
           file status is WS-BASIN-STATUS.
       select ZREG assign to "9ZONES.idx"
           organization is indexed
           access is random
           record key is ZREG-NAME
           file status is WS-ZREG-STATUS.
       select LPHIST assign to "9LPHIST.idx"
           organization is indexed
           access is random
           record key is LPH-KEY
           file status is WS-LPH-STATUS.
       select DIST assign to "9DIST.dat"
           organization is line sequential
           access is sequential
           file status is WS-DIST-STATUS.
       select REMED assign to "9REMED.dat"
           organization is line sequential
           access is sequential
           file status is WS-REM-STATUS.
       select GISOUT assign to "9GIS.dat"
           organization is line sequential
           access is sequential.
       select GISRPT assign to "9GISRPT.dat"
           organization is line sequential
           access is sequential.

DATA DIVISION.
FILE SECTION.
FD INTF.
01 INTF-REC PIC X(200).

FD BASIN.
01 BASIN-REC PIC X(200).

FD ZREG.
COPY ZONEREG.

FD LPHIST.
COPY LPHIST.

*> same fixed-field cross-reference record main8 loads
FD DIST.
01 DIST-REC.
       02 DIST-ZONE PIC X(100).
       02 DIST-CODE PIC X(4).
       02 DIST-NAME PIC X(30).

*> same fixed-field remediation record main8 loads
FD REMED.
01 REM-REC.
       02 REM-ZONE PIC X(100).
       02 REM-ROW PIC 9(4).
       02 REM-COL PIC 9(4).
       02 REM-DATE PIC 9(8).

FD GISOUT.
01 GIS-REC PIC X(400).

FD GISRPT.
01 GRPT-REC PIC X(200).

WORKING-STORAGE SECTION.
01 WS-INTF-FILE PIC X(100) value SPACES.
01 WS-BASIN-FILE PIC X(100) value SPACES.
01 WS-INTF-STATUS PIC XX value "00".
01 WS-BASIN-STATUS PIC XX value "00".
01 WS-ZREG-STATUS PIC XX value "00".
01 WS-LPH-STATUS PIC XX value "00".
01 WS-DIST-STATUS PIC XX value "00".
01 WS-REM-STATUS PIC XX value "00".
01 WS-INTF-EOF PIC X value "N".
       88 WS-INTF-DONE value "Y".
01 WS-BASIN-EOF PIC X value "N".
       88 WS-BASIN-DONE value "Y".
01 WS-DIST-EOF PIC X value "N".
       88 WS-DIST-DONE value "Y".
01 WS-REM-EOF PIC X value "N".
       88 WS-REM-DONE value "Y".
01 WS-LPH-PRESENT-SWITCH PIC X value "N".
       88 WS-LPH-PRESENT value "Y".
01 WS-ARG-COUNT PIC 99 value 0.
01 WS-RUN-DATE PIC 9(8) value 0.
01 WS-RUN-TIME PIC 9(8) value 0.
01 WS-MAX-RC PIC 99 value 0.

*> the night the extract belongs to, off its "H" record
01 WS-SRC-DATE PIC X(8) value SPACES.
01 WS-SRC-TIME PIC X(8) value SPACES.
01 WS-SRC-NAME PIC X(100) value SPACES.

*> the district cross-reference, held the way main8 holds it
01 WS-DX-COUNT PIC 9(4) value 0.
01 WS-DX-TABLE.
       02 WS-DX-ENTRY OCCURS 500 TIMES.
           03 WS-DX-ZONE PIC X(100).
           03 WS-DX-CODE PIC X(4).
           03 WS-DX-NAME PIC X(30).
01 WS-DX-IDX PIC 9(4) value 0.

*> every zone the night's files mention, with what the registry
*> says about placing it -- WS-GZ-STATE is "E" exportable, "O" no
*> survey origin on file, "R" not in the registry -- and what was
*> exported or held back for it. WS-GZ-PT-FIRST/LAST bound the
*> zone's low points in the point table below (a zone's details
*> arrive together), so a basin's anchor is looked up in its own
*> zone's points only.
01 WS-GZ-COUNT PIC 9(4) value 0.
01 WS-GZ-TABLE.
       02 WS-GZ-ENTRY OCCURS 2000 TIMES.
           03 WS-GZ-ZONE PIC X(100).
           03 WS-GZ-STATE PIC X(1).
           03 WS-GZ-EAST PIC 9(8)V99.
           03 WS-GZ-NORTH PIC 9(8)V99.
           03 WS-GZ-CELL PIC 9(4)V99.
           03 WS-GZ-DCODE PIC X(4).
           03 WS-GZ-DNAME PIC X(30).
           03 WS-GZ-PT-FIRST PIC 9(6).
           03 WS-GZ-PT-LAST PIC 9(6).
           03 WS-GZ-PTS PIC 9(6).
           03 WS-GZ-BAS PIC 9(6).
           03 WS-GZ-SKIP-PTS PIC 9(6).
           03 WS-GZ-SKIP-BAS PIC 9(6).
           03 WS-GZ-RANGE PIC 9(6).
01 WS-GZ-IDX PIC 9(4) value 0.
01 WS-GZ-FOUND PIC 9(4) value 0.
01 WS-GZ-KEY PIC X(100) value SPACES.

*> the night's low points, kept for the basins' anchor lookup
01 WS-PT-COUNT PIC 9(6) value 0.
01 WS-PT-TABLE.
       02 WS-PT-ENTRY OCCURS 50000 TIMES.
           03 WS-PT-ZONE PIC 9(4).
           03 WS-PT-ROW PIC 9(4).
           03 WS-PT-COL PIC 9(4).
           03 WS-PT-DEPTH PIC 99.
           03 WS-PT-RISK PIC 99.
01 WS-PT-IDX PIC 9(6) value 0.
01 WS-PT-FOUND PIC 9(6) value 0.
01 WS-PT-FULL PIC 9 value 0.

*> UNSTRING targets for one interface detail record
01 WS-IT-TAG PIC X(2) value SPACES.
01 WS-IT-ZONE PIC X(100) value SPACES.
01 WS-IT-ROW PIC X(10) value SPACES.
01 WS-IT-COL PIC X(10) value SPACES.
01 WS-IT-DEPTH PIC X(10) value SPACES.
01 WS-IT-RISK PIC X(10) value SPACES.
01 WS-IT-SIZE PIC X(10) value SPACES.

*> UNSTRING targets for one inventory record, the same parse
*> capsim8 and bastrk8 use
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
01 WS-TOK-DASH1 PIC X(10) value SPACES.
01 WS-TOK-MAXR PIC X(10) value SPACES.
01 WS-TOK-TAG7 PIC X(12) value SPACES.
01 WS-TOK-MINC PIC X(10) value SPACES.
01 WS-TOK-DASH2 PIC X(10) value SPACES.
01 WS-TOK-MAXC PIC X(10) value SPACES.

*> the record being exported
01 WS-EX-ROW PIC 9(4) value 0.
01 WS-EX-COL PIC 9(4) value 0.
01 WS-EX-DEPTH PIC 99 value 0.
01 WS-EX-RISK PIC 99 value 0.
01 WS-EX-SIZE PIC 9(6) value 0.
01 WS-EX-MIN-ROW PIC 9(4) value 0.
01 WS-EX-MAX-ROW PIC 9(4) value 0.
01 WS-EX-MIN-COL PIC 9(4) value 0.
01 WS-EX-MAX-COL PIC 9(4) value 0.
01 WS-EX-STATUS PIC X(10) value SPACES.
01 WS-EX-REM-DATE PIC X(8) value SPACES.
01 WS-EX-DEPTH-TXT PIC X(2) value SPACES.
01 WS-EX-RISK-TXT PIC X(2) value SPACES.
01 WS-EX-ID PIC X(10) value SPACES.

*> ground positions -- signed, so a record the origin can't place
*> shows up as negative and is held back instead of written
01 WS-CELL-STEPS PIC S9(4) value 0.
01 WS-HALF-CELL PIC 9(4)V999 value 0.
01 WS-GX PIC S9(9)V99 value 0.
01 WS-GY PIC S9(9)V99 value 0.
01 WS-GW PIC S9(9)V99 value 0.
01 WS-GE PIC S9(9)V99 value 0.
01 WS-GN PIC S9(9)V99 value 0.
01 WS-GS PIC S9(9)V99 value 0.
01 WS-IN-RANGE PIC 9 value 0.
01 WS-GX-ED PIC 9(8).99.
01 WS-GY-ED PIC 9(8).99.
01 WS-GW-ED PIC 9(8).99.
01 WS-GE-ED PIC 9(8).99.
01 WS-GN-ED PIC 9(8).99.
01 WS-GS-ED PIC 9(8).99.

*> run tallies
01 WS-OUT-PTS PIC 9(6) value 0.
01 WS-OUT-BAS PIC 9(6) value 0.
01 WS-NOT-EXPORTED PIC 9(4) value 0.
01 WS-EXPORTED PIC 9(4) value 0.
01 WS-PTS-ED PIC Z(5)9.
01 WS-BAS-ED PIC Z(5)9.
01 WS-RANGE-ED PIC Z(5)9.
01 WS-ZONES-ED PIC Z(3)9.
01 WS-ZONES2-ED PIC Z(3)9.
01 WS-ZONES3-ED PIC Z(3)9.
01 WS-REASON PIC X(40) value SPACES.

PROCEDURE DIVISION.
*> which files to read: command-line arguments win, then the
*> environment, else the night's own outputs
ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
IF WS-ARG-COUNT > 0 THEN
       ACCEPT WS-INTF-FILE FROM ARGUMENT-VALUE
END-IF
IF WS-ARG-COUNT > 1 THEN
       ACCEPT WS-BASIN-FILE FROM ARGUMENT-VALUE
END-IF
IF WS-INTF-FILE = SPACES THEN
       ACCEPT WS-INTF-FILE FROM ENVIRONMENT "INTF_FILE"
END-IF
IF WS-INTF-FILE = SPACES THEN
       MOVE "9INTF.dat" TO WS-INTF-FILE
END-IF
IF WS-BASIN-FILE = SPACES THEN
       ACCEPT WS-BASIN-FILE FROM ENVIRONMENT "BASIN_FILE"
END-IF
IF WS-BASIN-FILE = SPACES THEN
       MOVE "9BASIN.dat" TO WS-BASIN-FILE
END-IF

ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
ACCEPT WS-RUN-TIME FROM TIME

OPEN INPUT INTF
IF WS-INTF-STATUS not = "00" THEN
       DISPLAY "GISEXP8: CANNOT OPEN INTERFACE FILE "
               WS-INTF-FILE(1:40) " STATUS " WS-INTF-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
END-IF
OPEN INPUT BASIN
IF WS-BASIN-STATUS not = "00" THEN
       DISPLAY "GISEXP8: CANNOT OPEN BASIN INVENTORY "
               WS-BASIN-FILE(1:40) " STATUS " WS-BASIN-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
END-IF
OPEN INPUT ZREG
IF WS-ZREG-STATUS not = "00" THEN
       DISPLAY "GISEXP8: CANNOT OPEN REGISTRY 9ZONES.idx STATUS "
               WS-ZREG-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
END-IF
*> the history only supplies a remediated point's depth -- without
*> it those points go out with the depth and risk left empty
OPEN INPUT LPHIST
IF WS-LPH-STATUS = "00" THEN
       SET WS-LPH-PRESENT TO TRUE
END-IF

PERFORM 1000-LOAD-DISTRICTS

OPEN OUTPUT GISOUT
OPEN OUTPUT GISRPT

PERFORM 2000-EXPORT-LOW-POINTS
CLOSE INTF
PERFORM 2500-EXPORT-REMEDIATED-POINTS
PERFORM 3000-EXPORT-BASINS
CLOSE BASIN

MOVE WS-OUT-PTS TO WS-PTS-ED
MOVE WS-OUT-BAS TO WS-BAS-ED
PERFORM 6000-WRITE-EXPORT-REPORT
MOVE SPACES TO GIS-REC
STRING "T|" WS-OUT-PTS "|" WS-OUT-BAS "|" WS-NOT-EXPORTED
       DELIMITED BY SIZE INTO GIS-REC
WRITE GIS-REC

CLOSE GISOUT
CLOSE GISRPT
CLOSE ZREG
IF WS-LPH-PRESENT THEN
       CLOSE LPHIST
END-IF

DISPLAY "Points:" SPACE WS-PTS-ED SPACE
        "Polygons:" SPACE WS-BAS-ED SPACE
        "Zones not exported:" SPACE WS-ZONES2-ED
MOVE WS-MAX-RC TO RETURN-CODE
STOP RUN.

*> ---------------------------------------------------------------
*> 1000-LOAD-DISTRICTS
*> Loads the optional 9DIST.dat cross-reference the way main8 does.
*> A zone it doesn't carry is exported as UNASSIGNED.
*> ---------------------------------------------------------------
1000-LOAD-DISTRICTS.
       OPEN INPUT DIST
       IF WS-DIST-STATUS = "00" THEN
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
                   DISPLAY "GISEXP8: DISTRICT XREF ENTRY DROPPED, "
                           "TABLE FULL: " DIST-ZONE
               END-IF
               READ DIST
                   AT END SET WS-DIST-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE DIST
       END-IF.

*> ---------------------------------------------------------------
*> 2000-EXPORT-LOW-POINTS
*> Reads the interface extract: the "H" record opens the export
*> with the night's date, time, and source name; each "D" record is
*> a low point, placed and written as an OPEN point and kept for
*> the basins' anchor lookup. The trailer is passed over.
*> ---------------------------------------------------------------
2000-EXPORT-LOW-POINTS.
       READ INTF
           AT END SET WS-INTF-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-INTF-DONE
           MOVE SPACES TO WS-IT-TAG WS-IT-ZONE WS-IT-ROW WS-IT-COL
                          WS-IT-DEPTH WS-IT-RISK WS-IT-SIZE
           UNSTRING INTF-REC DELIMITED BY "|"
               INTO WS-IT-TAG WS-IT-ZONE WS-IT-ROW WS-IT-COL
                    WS-IT-DEPTH WS-IT-RISK WS-IT-SIZE
           END-UNSTRING
           IF WS-IT-TAG = "H" THEN
               MOVE WS-IT-ZONE TO WS-SRC-DATE
               MOVE WS-IT-ROW TO WS-SRC-TIME
               MOVE WS-IT-COL TO WS-SRC-NAME
               MOVE SPACES TO GIS-REC
               STRING "H|" WS-SRC-DATE "|" WS-SRC-TIME "|"
                      DELIMITED BY SIZE
                      WS-SRC-NAME DELIMITED BY SPACE
                      INTO GIS-REC
               WRITE GIS-REC
               MOVE SPACES TO GRPT-REC
               STRING "GIS EXPORT:" SPACE WS-SRC-DATE SPACE
                      WS-SRC-TIME SPACE "SOURCE:" DELIMITED BY SIZE
                      SPACE DELIMITED BY SIZE
                      WS-SRC-NAME DELIMITED BY SPACE
                      SPACE DELIMITED BY SIZE
                      "RUN:" SPACE WS-RUN-DATE SPACE WS-RUN-TIME
                      DELIMITED BY SIZE INTO GRPT-REC
               WRITE GRPT-REC
           END-IF
           IF WS-IT-TAG = "D" THEN
               PERFORM 2100-EXPORT-ONE-POINT
           END-IF
           READ INTF
               AT END SET WS-INTF-DONE TO TRUE
           END-READ
       END-PERFORM.

*> ---------------------------------------------------------------
*> 2100-EXPORT-ONE-POINT
*> One scored low point off the interface extract: keeps it in the
*> point table under its zone, then writes it when the zone can be
*> placed, else counts it against the zone as held back.
*> ---------------------------------------------------------------
2100-EXPORT-ONE-POINT.
       MOVE WS-IT-ZONE TO WS-GZ-KEY
       PERFORM 5000-FIND-ZONE
       IF WS-GZ-FOUND > 0 THEN
           MOVE FUNCTION NUMVAL(WS-IT-ROW) TO WS-EX-ROW
           MOVE FUNCTION NUMVAL(WS-IT-COL) TO WS-EX-COL
           MOVE FUNCTION NUMVAL(WS-IT-DEPTH) TO WS-EX-DEPTH
           MOVE FUNCTION NUMVAL(WS-IT-RISK) TO WS-EX-RISK
           MOVE FUNCTION NUMVAL(WS-IT-SIZE) TO WS-EX-SIZE
           IF WS-PT-COUNT < 50000 THEN
               ADD 1 TO WS-PT-COUNT
               MOVE WS-GZ-FOUND TO WS-PT-ZONE(WS-PT-COUNT)
               MOVE WS-EX-ROW TO WS-PT-ROW(WS-PT-COUNT)
               MOVE WS-EX-COL TO WS-PT-COL(WS-PT-COUNT)
               MOVE WS-EX-DEPTH TO WS-PT-DEPTH(WS-PT-COUNT)
               MOVE WS-EX-RISK TO WS-PT-RISK(WS-PT-COUNT)
               IF WS-GZ-PT-FIRST(WS-GZ-FOUND) = 0 THEN
                   MOVE WS-PT-COUNT TO WS-GZ-PT-FIRST(WS-GZ-FOUND)
               END-IF
               MOVE WS-PT-COUNT TO WS-GZ-PT-LAST(WS-GZ-FOUND)
           ELSE
               IF WS-PT-FULL = 0 THEN
                   MOVE 1 TO WS-PT-FULL
                   DISPLAY "GISEXP8: POINT TABLE FULL, LATER BASINS "
                           "EXPORTED WITHOUT ANCHOR DEPTH"
               END-IF
           END-IF
           MOVE "OPEN" TO WS-EX-STATUS
           MOVE SPACES TO WS-EX-REM-DATE
           MOVE WS-EX-DEPTH TO WS-EX-DEPTH-TXT
           MOVE WS-EX-RISK TO WS-EX-RISK-TXT
           IF WS-GZ-STATE(WS-GZ-FOUND) = "E" THEN
               PERFORM 2200-WRITE-POINT
           ELSE
               ADD 1 TO WS-GZ-SKIP-PTS(WS-GZ-FOUND)
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2200-WRITE-POINT
*> Places WS-EX-ROW/COL at its cell centre in zone WS-GZ-FOUND and
*> writes the "P" record with the point's attributes in WS-EX-*.
*> ---------------------------------------------------------------
2200-WRITE-POINT.
       COMPUTE WS-CELL-STEPS = WS-EX-COL - 2
       COMPUTE WS-GX = WS-GZ-EAST(WS-GZ-FOUND) +
                       WS-CELL-STEPS * WS-GZ-CELL(WS-GZ-FOUND)
       COMPUTE WS-CELL-STEPS = WS-EX-ROW - 2
       COMPUTE WS-GY = WS-GZ-NORTH(WS-GZ-FOUND) -
                       WS-CELL-STEPS * WS-GZ-CELL(WS-GZ-FOUND)
       MOVE 1 TO WS-IN-RANGE
       IF WS-GX < 0 or WS-GX > 99999999.99 or
          WS-GY < 0 or WS-GY > 99999999.99 THEN
           MOVE 0 TO WS-IN-RANGE
       END-IF

       IF WS-IN-RANGE = 0 THEN
           ADD 1 TO WS-GZ-RANGE(WS-GZ-FOUND)
       ELSE
           MOVE WS-GX TO WS-GX-ED
           MOVE WS-GY TO WS-GY-ED
           MOVE SPACES TO GIS-REC
           STRING "P|" DELIMITED BY SIZE
                  WS-GZ-ZONE(WS-GZ-FOUND) DELIMITED BY SPACE
                  "|" WS-EX-ROW "|" WS-EX-COL "|" WS-GX-ED "|"
                  WS-GY-ED "|" DELIMITED BY SIZE
                  WS-EX-DEPTH-TXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-EX-RISK-TXT DELIMITED BY SPACE
                  "|" WS-EX-SIZE "|" DELIMITED BY SIZE
                  WS-GZ-DCODE(WS-GZ-FOUND) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-GZ-DNAME(WS-GZ-FOUND) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-EX-STATUS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-EX-REM-DATE DELIMITED BY SPACE
                  INTO GIS-REC
           WRITE GIS-REC
           ADD 1 TO WS-OUT-PTS
           ADD 1 TO WS-GZ-PTS(WS-GZ-FOUND)
       END-IF.

*> ---------------------------------------------------------------
*> 2500-EXPORT-REMEDIATED-POINTS
*> The low points main8 kept out of the night's scoring because a
*> crew has already worked them -- on 9REMED.dat, and so never on
*> the interface extract. One is exported, as REMEDIATED with its
*> completion date, when its zone is in tonight's export and the
*> low-point history shows the night still saw it (its depth comes
*> from there). Without the history on hand every entry for an
*> exported zone goes out, its depth and risk left empty.
*> ---------------------------------------------------------------
2500-EXPORT-REMEDIATED-POINTS.
       OPEN INPUT REMED
       IF WS-REM-STATUS = "00" THEN
           READ REMED
               AT END SET WS-REM-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-REM-DONE
               PERFORM 2550-EXPORT-ONE-REMEDIATED
               READ REMED
                   AT END SET WS-REM-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE REMED
       END-IF.

*> ---------------------------------------------------------------
*> 2550-EXPORT-ONE-REMEDIATED
*> Checks one 9REMED.dat entry against tonight's zones and the
*> history, and exports it when the night saw it.
*> ---------------------------------------------------------------
2550-EXPORT-ONE-REMEDIATED.
       MOVE 0 TO WS-GZ-FOUND
       MOVE 1 TO WS-GZ-IDX
       PERFORM UNTIL WS-GZ-IDX > WS-GZ-COUNT
           IF WS-GZ-ZONE(WS-GZ-IDX) = REM-ZONE THEN
               MOVE WS-GZ-IDX TO WS-GZ-FOUND
               MOVE WS-GZ-COUNT TO WS-GZ-IDX
           END-IF
           COMPUTE WS-GZ-IDX = WS-GZ-IDX + 1
       END-PERFORM

       IF WS-GZ-FOUND > 0 and REM-ROW is numeric and
          REM-COL is numeric THEN
           MOVE REM-ROW TO WS-EX-ROW
           MOVE REM-COL TO WS-EX-COL
           MOVE 0 TO WS-EX-SIZE
           MOVE "REMEDIATED" TO WS-EX-STATUS
           MOVE REM-DATE TO WS-EX-REM-DATE
           MOVE SPACES TO WS-EX-DEPTH-TXT WS-EX-RISK-TXT
           MOVE 1 TO WS-IN-RANGE
           IF WS-LPH-PRESENT THEN
               MOVE REM-ZONE TO LPH-ZONE
               MOVE REM-ROW TO LPH-ROW
               MOVE REM-COL TO LPH-COL
               READ LPHIST
                   INVALID KEY MOVE 0 TO WS-IN-RANGE
                   NOT INVALID KEY
                       IF LPH-LAST-DATE not = WS-SRC-DATE THEN
                           MOVE 0 TO WS-IN-RANGE
                       ELSE
                           MOVE LPH-LAST-DEPTH TO WS-EX-DEPTH
                           COMPUTE WS-EX-RISK = WS-EX-DEPTH + 1
                           MOVE WS-EX-DEPTH TO WS-EX-DEPTH-TXT
                           MOVE WS-EX-RISK TO WS-EX-RISK-TXT
                       END-IF
               END-READ
           END-IF
           IF WS-IN-RANGE = 1 THEN
               IF WS-GZ-STATE(WS-GZ-FOUND) = "E" THEN
                   PERFORM 2200-WRITE-POINT
               ELSE
                   ADD 1 TO WS-GZ-SKIP-PTS(WS-GZ-FOUND)
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 3000-EXPORT-BASINS
*> Reads the basin inventory: each BASIN record, and each XZONE
*> part of a cross-zone basin, becomes one polygon. The XBASIN
*> record opening a cross-zone basin carries no position of its own
*> and is passed over, as is anything else.
*> ---------------------------------------------------------------
3000-EXPORT-BASINS.
       READ BASIN
           AT END SET WS-BASIN-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-BASIN-DONE
           PERFORM 3100-PARSE-BASIN-REC
           IF WS-TOK-TAG1 = "BASIN:" or WS-TOK-TAG1 = "XZONE:" THEN
               IF WS-TOK-TAG2 = "ZONE:" and WS-TOK-TAG6 = "ROWS:" and
                  WS-TOK-TAG7 = "COLS:" THEN
                   PERFORM 3200-EXPORT-ONE-BASIN
               END-IF
           END-IF
           READ BASIN
               AT END SET WS-BASIN-DONE TO TRUE
           END-READ
       END-PERFORM.

*> ---------------------------------------------------------------
*> 3100-PARSE-BASIN-REC
*> Splits the inventory record on spaces into the fields main8
*> lays down.
*> ---------------------------------------------------------------
3100-PARSE-BASIN-REC.
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
*> 3200-EXPORT-ONE-BASIN
*> One basin (or cross-zone part): finds its anchoring low point
*> for the depth and risk, then writes it when the zone can be
*> placed, else counts it against the zone as held back.
*> ---------------------------------------------------------------
3200-EXPORT-ONE-BASIN.
       MOVE WS-TOK-ZONE TO WS-GZ-KEY
       PERFORM 5000-FIND-ZONE
       IF WS-GZ-FOUND > 0 THEN
           MOVE WS-TOK-ID TO WS-EX-ID
           MOVE FUNCTION NUMVAL(WS-TOK-ROW) TO WS-EX-ROW
           MOVE FUNCTION NUMVAL(WS-TOK-COL) TO WS-EX-COL
           MOVE FUNCTION NUMVAL(WS-TOK-SIZE) TO WS-EX-SIZE
           MOVE FUNCTION NUMVAL(WS-TOK-MINR) TO WS-EX-MIN-ROW
           MOVE FUNCTION NUMVAL(WS-TOK-MAXR) TO WS-EX-MAX-ROW
           MOVE FUNCTION NUMVAL(WS-TOK-MINC) TO WS-EX-MIN-COL
           MOVE FUNCTION NUMVAL(WS-TOK-MAXC) TO WS-EX-MAX-COL
           PERFORM 3250-FIND-ANCHOR
           IF WS-GZ-STATE(WS-GZ-FOUND) = "E" THEN
               PERFORM 3300-WRITE-POLYGON
           ELSE
               ADD 1 TO WS-GZ-SKIP-BAS(WS-GZ-FOUND)
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 3250-FIND-ANCHOR
*> Looks the basin's anchoring low point up among its own zone's
*> points for the depth and risk; a part with no low point of its
*> own (row and column zero), or one not found, leaves both empty.
*> ---------------------------------------------------------------
3250-FIND-ANCHOR.
       MOVE SPACES TO WS-EX-DEPTH-TXT WS-EX-RISK-TXT
       MOVE 0 TO WS-PT-FOUND
       IF WS-EX-ROW > 0 and WS-GZ-PT-FIRST(WS-GZ-FOUND) > 0 THEN
           MOVE WS-GZ-PT-FIRST(WS-GZ-FOUND) TO WS-PT-IDX
           PERFORM UNTIL WS-PT-IDX > WS-GZ-PT-LAST(WS-GZ-FOUND) or
                         WS-PT-FOUND > 0
               IF WS-PT-ZONE(WS-PT-IDX) = WS-GZ-FOUND and
                  WS-PT-ROW(WS-PT-IDX) = WS-EX-ROW and
                  WS-PT-COL(WS-PT-IDX) = WS-EX-COL THEN
                   MOVE WS-PT-IDX TO WS-PT-FOUND
               END-IF
               COMPUTE WS-PT-IDX = WS-PT-IDX + 1
           END-PERFORM
       END-IF
       IF WS-PT-FOUND > 0 THEN
           MOVE WS-PT-DEPTH(WS-PT-FOUND) TO WS-EX-DEPTH-TXT
           MOVE WS-PT-RISK(WS-PT-FOUND) TO WS-EX-RISK-TXT
       END-IF.

*> ---------------------------------------------------------------
*> 3300-WRITE-POLYGON
*> Builds the basin's ring round the outer edges of its bounding
*> box -- half a cell out from the centres of the outermost cells --
*> and writes the "B" record.
*> ---------------------------------------------------------------
3300-WRITE-POLYGON.
       COMPUTE WS-HALF-CELL = WS-GZ-CELL(WS-GZ-FOUND) / 2
       COMPUTE WS-CELL-STEPS = WS-EX-MIN-COL - 2
       COMPUTE WS-GW = WS-GZ-EAST(WS-GZ-FOUND) +
                       WS-CELL-STEPS * WS-GZ-CELL(WS-GZ-FOUND) -
                       WS-HALF-CELL
       COMPUTE WS-CELL-STEPS = WS-EX-MAX-COL - 2
       COMPUTE WS-GE = WS-GZ-EAST(WS-GZ-FOUND) +
                       WS-CELL-STEPS * WS-GZ-CELL(WS-GZ-FOUND) +
                       WS-HALF-CELL
       COMPUTE WS-CELL-STEPS = WS-EX-MIN-ROW - 2
       COMPUTE WS-GN = WS-GZ-NORTH(WS-GZ-FOUND) -
                       WS-CELL-STEPS * WS-GZ-CELL(WS-GZ-FOUND) +
                       WS-HALF-CELL
       COMPUTE WS-CELL-STEPS = WS-EX-MAX-ROW - 2
       COMPUTE WS-GS = WS-GZ-NORTH(WS-GZ-FOUND) -
                       WS-CELL-STEPS * WS-GZ-CELL(WS-GZ-FOUND) -
                       WS-HALF-CELL
       MOVE 1 TO WS-IN-RANGE
       IF WS-GW < 0 or WS-GE > 99999999.99 or
          WS-GS < 0 or WS-GN > 99999999.99 THEN
           MOVE 0 TO WS-IN-RANGE
       END-IF

       IF WS-IN-RANGE = 0 THEN
           ADD 1 TO WS-GZ-RANGE(WS-GZ-FOUND)
       ELSE
           MOVE WS-GW TO WS-GW-ED
           MOVE WS-GE TO WS-GE-ED
           MOVE WS-GN TO WS-GN-ED
           MOVE WS-GS TO WS-GS-ED
           MOVE SPACES TO GIS-REC
           STRING "B|" DELIMITED BY SIZE
                  WS-EX-ID DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-GZ-ZONE(WS-GZ-FOUND) DELIMITED BY SPACE
                  "|" WS-EX-SIZE "|" DELIMITED BY SIZE
                  WS-GZ-DCODE(WS-GZ-FOUND) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-GZ-DNAME(WS-GZ-FOUND) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-EX-DEPTH-TXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-EX-RISK-TXT DELIMITED BY SPACE
                  "|OPEN"
                  "|" WS-GW-ED "|" WS-GN-ED
                  "|" WS-GE-ED "|" WS-GN-ED
                  "|" WS-GE-ED "|" WS-GS-ED
                  "|" WS-GW-ED "|" WS-GS-ED
                  "|" WS-GW-ED "|" WS-GN-ED
                  DELIMITED BY SIZE INTO GIS-REC
           WRITE GIS-REC
           ADD 1 TO WS-OUT-BAS
           ADD 1 TO WS-GZ-BAS(WS-GZ-FOUND)
       END-IF.

*> ---------------------------------------------------------------
*> 5000-FIND-ZONE
*> Finds WS-GZ-KEY in the zone table, adding it on first sight with
*> its registry placement and district. The last zone found is
*> checked first -- both input files carry a zone's records
*> together. WS-GZ-FOUND is zero only when the table is full.
*> ---------------------------------------------------------------
5000-FIND-ZONE.
       IF WS-GZ-FOUND > 0 THEN
           IF WS-GZ-ZONE(WS-GZ-FOUND) not = WS-GZ-KEY THEN
               MOVE 0 TO WS-GZ-FOUND
           END-IF
       END-IF
       IF WS-GZ-FOUND = 0 THEN
           MOVE 1 TO WS-GZ-IDX
           PERFORM UNTIL WS-GZ-IDX > WS-GZ-COUNT
               IF WS-GZ-ZONE(WS-GZ-IDX) = WS-GZ-KEY THEN
                   MOVE WS-GZ-IDX TO WS-GZ-FOUND
                   MOVE WS-GZ-COUNT TO WS-GZ-IDX
               END-IF
               COMPUTE WS-GZ-IDX = WS-GZ-IDX + 1
           END-PERFORM
       END-IF
       IF WS-GZ-FOUND = 0 THEN
           IF WS-GZ-COUNT < 2000 THEN
               PERFORM 5100-ADD-ZONE
           ELSE
               DISPLAY "GISEXP8: ZONE TABLE FULL, RECORD SKIPPED: "
                       WS-GZ-KEY(1:40)
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 5100-ADD-ZONE
*> Opens a zone table entry for WS-GZ-KEY: its survey origin off
*> the registry (a zero cell size, or a zero easting and northing
*> both, is no origin on file), and its district off the
*> cross-reference.
*> ---------------------------------------------------------------
5100-ADD-ZONE.
       ADD 1 TO WS-GZ-COUNT
       MOVE WS-GZ-COUNT TO WS-GZ-FOUND
       MOVE WS-GZ-KEY TO WS-GZ-ZONE(WS-GZ-FOUND)
       MOVE 0 TO WS-GZ-EAST(WS-GZ-FOUND) WS-GZ-NORTH(WS-GZ-FOUND)
                 WS-GZ-CELL(WS-GZ-FOUND) WS-GZ-PT-FIRST(WS-GZ-FOUND)
                 WS-GZ-PT-LAST(WS-GZ-FOUND) WS-GZ-PTS(WS-GZ-FOUND)
                 WS-GZ-BAS(WS-GZ-FOUND) WS-GZ-SKIP-PTS(WS-GZ-FOUND)
                 WS-GZ-SKIP-BAS(WS-GZ-FOUND) WS-GZ-RANGE(WS-GZ-FOUND)

       MOVE WS-GZ-KEY TO ZREG-NAME
       READ ZREG
           INVALID KEY MOVE "R" TO WS-GZ-STATE(WS-GZ-FOUND)
           NOT INVALID KEY
               IF ZREG-CELL-SIZE = 0 or
                  (ZREG-ORIGIN-EAST = 0 and ZREG-ORIGIN-NORTH = 0) THEN
                   MOVE "O" TO WS-GZ-STATE(WS-GZ-FOUND)
               ELSE
                   MOVE "E" TO WS-GZ-STATE(WS-GZ-FOUND)
                   MOVE ZREG-ORIGIN-EAST TO WS-GZ-EAST(WS-GZ-FOUND)
                   MOVE ZREG-ORIGIN-NORTH TO WS-GZ-NORTH(WS-GZ-FOUND)
                   MOVE ZREG-CELL-SIZE TO WS-GZ-CELL(WS-GZ-FOUND)
               END-IF
       END-READ

       MOVE SPACES TO WS-GZ-DCODE(WS-GZ-FOUND)
       MOVE "UNASSIGNED" TO WS-GZ-DNAME(WS-GZ-FOUND)
       MOVE 1 TO WS-DX-IDX
       PERFORM UNTIL WS-DX-IDX > WS-DX-COUNT
           IF WS-DX-ZONE(WS-DX-IDX) = WS-GZ-KEY THEN
               MOVE WS-DX-CODE(WS-DX-IDX) TO WS-GZ-DCODE(WS-GZ-FOUND)
               MOVE WS-DX-NAME(WS-DX-IDX) TO WS-GZ-DNAME(WS-GZ-FOUND)
               MOVE WS-DX-COUNT TO WS-DX-IDX
           END-IF
           COMPUTE WS-DX-IDX = WS-DX-IDX + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 6000-WRITE-EXPORT-REPORT
*> Lists in 9GISRPT.dat every zone held back -- with no survey
*> origin on file, or not in the registry -- and every exported
*> zone with records outside the coordinate range, each with what
*> was left out, then the run's summary. Any of them sets the
*> warning return code.
*> ---------------------------------------------------------------
6000-WRITE-EXPORT-REPORT.
       MOVE 1 TO WS-GZ-IDX
       PERFORM UNTIL WS-GZ-IDX > WS-GZ-COUNT
           IF WS-GZ-STATE(WS-GZ-IDX) = "E" THEN
               ADD 1 TO WS-EXPORTED
               IF WS-GZ-RANGE(WS-GZ-IDX) > 0 THEN
                   MOVE WS-GZ-RANGE(WS-GZ-IDX) TO WS-RANGE-ED
                   MOVE SPACES TO GRPT-REC
                   STRING "PARTLY EXPORTED:" DELIMITED BY SIZE
                          SPACE DELIMITED BY SIZE
                          WS-GZ-ZONE(WS-GZ-IDX) DELIMITED BY SPACE
                          SPACE DELIMITED BY SIZE
                          "RECORDS OUTSIDE COORDINATE RANGE:" SPACE
                          WS-RANGE-ED
                          DELIMITED BY SIZE INTO GRPT-REC
                   WRITE GRPT-REC
                   IF WS-MAX-RC < 4 THEN
                       MOVE 4 TO WS-MAX-RC
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-NOT-EXPORTED
               IF WS-GZ-STATE(WS-GZ-IDX) = "O" THEN
                   MOVE "NO SURVEY ORIGIN ON FILE" TO WS-REASON
               ELSE
                   MOVE "NOT IN REGISTRY" TO WS-REASON
               END-IF
               MOVE WS-GZ-SKIP-PTS(WS-GZ-IDX) TO WS-PTS-ED
               MOVE WS-GZ-SKIP-BAS(WS-GZ-IDX) TO WS-BAS-ED
               MOVE SPACES TO GRPT-REC
               STRING "NOT EXPORTED:" DELIMITED BY SIZE
                      SPACE DELIMITED BY SIZE
                      WS-GZ-ZONE(WS-GZ-IDX) DELIMITED BY SPACE
                      SPACE DELIMITED BY SIZE
                      "REASON:" DELIMITED BY SIZE
                      SPACE DELIMITED BY SIZE
                      WS-REASON DELIMITED BY "  "
                      SPACE DELIMITED BY SIZE
                      "POINTS:" SPACE WS-PTS-ED SPACE
                      "BASINS:" SPACE WS-BAS-ED
                      DELIMITED BY SIZE INTO GRPT-REC
               WRITE GRPT-REC
               IF WS-MAX-RC < 4 THEN
                   MOVE 4 TO WS-MAX-RC
               END-IF
           END-IF
           COMPUTE WS-GZ-IDX = WS-GZ-IDX + 1
       END-PERFORM

       MOVE WS-GZ-COUNT TO WS-ZONES-ED
       MOVE WS-NOT-EXPORTED TO WS-ZONES2-ED
       MOVE WS-EXPORTED TO WS-ZONES3-ED
       MOVE WS-OUT-PTS TO WS-PTS-ED
       MOVE WS-OUT-BAS TO WS-BAS-ED
       MOVE SPACES TO GRPT-REC
       STRING "SUMMARY: ZONES:" SPACE WS-ZONES-ED SPACE
              "EXPORTED:" SPACE WS-ZONES3-ED SPACE
              "NOT EXPORTED:" SPACE WS-ZONES2-ED SPACE
              "POINTS:" SPACE WS-PTS-ED SPACE
              "POLYGONS:" SPACE WS-BAS-ED
              DELIMITED BY SIZE INTO GRPT-REC
       WRITE GRPT-REC.
