       >>SOURCE FORMAT FREE
*> To run do `cobc -x -I copybooks 9/9monthend.cob && ./9monthend [yyyymm]`
*> from the repo root, in the directory holding the audit archives,
*> 9AUDIT.dat, 9GENCAT.dat and the dated generations it catalogs,
*> 9DIST.dat, and 9REMED.dat. The month comes from the first
*> argument, else the STMT_MONTH environment variable, else it is
*> last month. Writes 9STMT.<yyyymm>.dat and the
*> 9MESUM.<yyyymm>.dat figures next month's statement compares
*> against.
IDENTIFICATION DIVISION.
program-id. monthend8.
author. Andrew.
date-written. Oct 15, 2026.

*> Month-end district statement. The nightly figures management
*> works by are spread across the audit log (rolled into
*> 9AUDIT.<yyyymm>.dat by audarch8), the dated report and exception
*> generations main8 keeps, and the two control files. This program
*> pulls one calendar month together, district by district:
*>   - the opening and closing risk totals -- the district's figure
*>     on the first and last nights of the month that have one --
*>     and the peak night;
*>   - the nights the district had an exception (a zone of it or the
*>     district itself, off the dated 9EXCEPT generation) and the
*>     nights it had a zone rejected (off the report's district
*>     block);
*>   - the remediations 9REMED.dat shows completed in the month;
*>   - the zones 9DIST.dat maps to it that never scored on any night
*>     of the month, by name;
*> then compares each district with the prior month's figures, kept
*> in that month's 9MESUM.<yyyymm>.dat by the run that produced its
*> statement.
*> A district's nightly figure is the report generation's own
*> district block; a report without blocks (a single-zone night, or
*> a batch run with no cross-reference) is rolled up here through
*> 9DIST.dat. A zone 9DIST.dat doesn't carry rolls up under ????
*> UNASSIGNED, as in main8.
*> Every night of the month is accounted for at the top of the
*> statement, so a gap shows rather than being averaged away: a
*> night with no run on record in the audit history or catalog is
*> listed as MISSING, and a night that ran but whose report
*> generation is gone (main8 keeps every generation of the current
*> and previous month whatever GEN_RETAIN says, so this is a
*> generation removed by hand or a statement run for an older month)
*> is listed as left out of the district figures. Either ends the run with the warning
*> return code 4, as does a statement for the month still under way
*> -- stated through last night, or through tonight once tonight's
*> run is on record, so a daytime run doesn't list today as missing.
*> A month not yet begun, or no 9DIST.dat, is return code 16.

ENVIRONMENT DIVISION.
input-output section.
file-control.
       select ARCH assign to dynamic WS-ARCH-FILE
           organization is line sequential
           access is sequential
           file status is WS-ARCH-STATUS.
       select GENCAT assign to "9GENCAT.dat"
           organization is line sequential
           access is sequential
           file status is WS-GENCAT-STATUS.
       select GRPT assign to dynamic WS-GRPT-FILE
           organization is line sequential
           access is sequential
           file status is WS-GRPT-STATUS.
       select GEXC assign to dynamic WS-GEXC-FILE
           organization is line sequential
           access is sequential
           file status is WS-GEXC-STATUS.
       select DIST assign to "9DIST.dat"
           organization is line sequential
           access is sequential
           file status is WS-DIST-STATUS.
       select REMED assign to "9REMED.dat"
           organization is line sequential
           access is sequential
           file status is WS-REM-STATUS.
       select MESUMIN assign to dynamic WS-PRIOR-FILE
           organization is line sequential
           access is sequential
           file status is WS-MESUMIN-STATUS.
       select MESUMOUT assign to dynamic WS-MESUM-FILE
           organization is line sequential
           access is sequential.
       select STMT assign to dynamic WS-STMT-FILE
           organization is line sequential
           access is sequential.

DATA DIVISION.
FILE SECTION.
FD ARCH.
01 ARCH-REC PIC X(100).

FD GENCAT.
01 GENCAT-REC PIC X(150).

FD GRPT.
01 GRPT-REC PIC X(150).

FD GEXC.
01 GEXC-REC PIC X(160).

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

FD MESUMIN.
01 MESUMIN-REC PIC X(150).

FD MESUMOUT.
01 MESUMOUT-REC PIC X(150).

FD STMT.
01 STMT-REC PIC X(200).

WORKING-STORAGE SECTION.
01 WS-ARCH-FILE PIC X(100) value SPACES.
01 WS-ARCH-STATUS PIC XX value "00".
01 WS-ARCH-EOF PIC X value "N".
       88 WS-ARCH-DONE value "Y".
01 WS-GENCAT-STATUS PIC XX value "00".
01 WS-GENCAT-EOF PIC X value "N".
       88 WS-GENCAT-DONE value "Y".
01 WS-GRPT-FILE PIC X(100) value SPACES.
01 WS-GRPT-STATUS PIC XX value "00".
01 WS-GRPT-EOF PIC X value "N".
       88 WS-GRPT-DONE value "Y".
01 WS-GEXC-FILE PIC X(100) value SPACES.
01 WS-GEXC-STATUS PIC XX value "00".
01 WS-GEXC-EOF PIC X value "N".
       88 WS-GEXC-DONE value "Y".
01 WS-DIST-STATUS PIC XX value "00".
01 WS-DIST-EOF PIC X value "N".
       88 WS-DIST-DONE value "Y".
01 WS-REM-STATUS PIC XX value "00".
01 WS-REM-EOF PIC X value "N".
       88 WS-REM-DONE value "Y".
01 WS-PRIOR-FILE PIC X(100) value SPACES.
01 WS-MESUMIN-STATUS PIC XX value "00".
01 WS-MESUMIN-EOF PIC X value "N".
       88 WS-MESUMIN-DONE value "Y".
01 WS-MESUM-FILE PIC X(100) value SPACES.
01 WS-STMT-FILE PIC X(100) value SPACES.
01 WS-MAX-RC PIC 99 value 0.

01 WS-ARG-COUNT PIC 99 value 0.
01 WS-MONTH-ARG PIC X(10) value SPACES.
01 WS-RUN-DATE PIC 9(8) value 0.
01 WS-RUN-TIME PIC 9(8) value 0.
01 WS-RUN-MONTH PIC 9(6) value 0.
01 WS-RUN-DAY PIC 99 value 0.

*> the statement month, its length, and the month before it
01 WS-STMT-MONTH PIC 9(6) value 0.
01 WS-STMT-YEAR PIC 9(4) value 0.
01 WS-STMT-MM PIC 99 value 0.
01 WS-PRIOR-MONTH PIC 9(6) value 0.
01 WS-PRIOR-YEAR PIC 9(4) value 0.
01 WS-PRIOR-MM PIC 99 value 0.
01 WS-MONTH-DAYS-TXT PIC X(24) value "312831303130313130313031".
01 WS-MONTH-POS PIC 99 value 0.
01 WS-MONTH-DAYS PIC 99 value 0.
01 WS-LAST-DAY PIC 99 value 0.
01 WS-LEAP-Q PIC 9(4) value 0.
01 WS-LEAP-R PIC 9(4) value 0.
01 WS-OPEN-MONTH-SWITCH PIC X value "N".
       88 WS-MONTH-STILL-OPEN value "Y".

*> one slot per night of the month: whether the audit history shows
*> a run, the catalogued generation's time and total, and whether
*> its report and exception files were on disk when read. WS-NT-GEN
*> is "Y" catalogued and read, "L" catalogued but the report file
*> is gone, "N" none catalogued.
01 WS-NT-TABLE.
       02 WS-NT-ENTRY OCCURS 31 TIMES.
           03 WS-NT-RAN PIC X.
           03 WS-NT-GEN PIC X.
           03 WS-NT-GEN-TIME PIC 9(8).
           03 WS-NT-TOTAL PIC 9(10).
           03 WS-NT-EXC PIC X.
           03 WS-NT-BLOCKS PIC X.
01 WS-DAY PIC 99 value 0.
01 WS-LINE-DAY PIC 99 value 0.
01 WS-NIGHT-DATE PIC 9(8) value 0.

*> the districts -- every code 9DIST.dat names, in order of first
*> appearance, plus ???? UNASSIGNED when anything rolls up under it.
*> Sized to main8's 50-district rollup plus the unassigned bucket.
*> Each carries its month figures, its prior month's off
*> 9MESUM.<yyyymm>.dat, and one slot per night: whether the night
*> has a figure for it, the figure, and whether it had an exception
*> or a rejected zone.
01 WS-DS-COUNT PIC 99 value 0.
01 WS-DS-TABLE.
       02 WS-DS-ENTRY OCCURS 51 TIMES.
           03 WS-DS-CODE PIC X(4).
           03 WS-DS-NAME PIC X(30).
           03 WS-DS-FIG-NIGHTS PIC 99.
           03 WS-DS-OPEN-DAY PIC 99.
           03 WS-DS-CLOSE-DAY PIC 99.
           03 WS-DS-PEAK-DAY PIC 99.
           03 WS-DS-EXC-NIGHTS PIC 99.
           03 WS-DS-REJ-NIGHTS PIC 99.
           03 WS-DS-REMED PIC 9(5).
           03 WS-DS-NEVER PIC 9(4).
           03 WS-DS-PR-FOUND PIC X.
           03 WS-DS-PR-CLOSE PIC 9(10).
           03 WS-DS-PR-PEAK PIC 9(10).
           03 WS-DS-PR-EXC PIC 99.
           03 WS-DS-PR-REJ PIC 99.
           03 WS-DS-PR-REMED PIC 9(5).
           03 WS-DS-PR-NEVER PIC 9(4).
           03 WS-DS-NIGHT OCCURS 31 TIMES.
               04 WS-DS-NT-HAS PIC X.
               04 WS-DS-NT-RISK PIC 9(10).
               04 WS-DS-NT-EXC PIC X.
               04 WS-DS-NT-REJ PIC X.
               04 WS-DS-NT-SCR-HAS PIC X.
               04 WS-DS-NT-SCR-RISK PIC 9(10).
01 WS-DS-IDX PIC 99 value 0.
01 WS-DS-FOUND PIC 99 value 0.
01 WS-DS-KEY PIC X(4) value SPACES.
01 WS-DS-KEY-NAME PIC X(30) value SPACES.

*> the zones 9DIST.dat maps, each with its district and whether it
*> scored on any night of the month -- the same 500-zone ceiling as
*> main8's cross-reference table
01 WS-ZN-COUNT PIC 9(4) value 0.
01 WS-ZN-TABLE.
       02 WS-ZN-ENTRY OCCURS 500 TIMES.
           03 WS-ZN-ZONE PIC X(100).
           03 WS-ZN-DIST PIC 99.
           03 WS-ZN-SCORED PIC X.
01 WS-ZN-IDX PIC 9(4) value 0.
01 WS-ZN-FOUND PIC 9(4) value 0.
01 WS-ZN-KEY PIC X(100) value SPACES.

*> UNSTRING targets for one line off any of the inputs
01 WS-T1 PIC X(20) value SPACES.
01 WS-T2 PIC X(100) value SPACES.
01 WS-T3 PIC X(100) value SPACES.
01 WS-T4 PIC X(100) value SPACES.
01 WS-T5 PIC X(100) value SPACES.
01 WS-T6 PIC X(100) value SPACES.
01 WS-T7 PIC X(20) value SPACES.
01 WS-T8 PIC X(20) value SPACES.
01 WS-T9 PIC X(20) value SPACES.
01 WS-T10 PIC X(20) value SPACES.
01 WS-T11 PIC X(20) value SPACES.
01 WS-T12 PIC X(20) value SPACES.
01 WS-T13 PIC X(20) value SPACES.
01 WS-T14 PIC X(20) value SPACES.
01 WS-T15 PIC X(20) value SPACES.
01 WS-T16 PIC X(20) value SPACES.
01 WS-T17 PIC X(20) value SPACES.

*> the report generation being read
01 WS-RPT-ZONE PIC X(100) value SPACES.
01 WS-RPT-RISK PIC 9(10) value 0.
01 WS-RPT-REJECTS PIC 9(4) value 0.

*> month tallies
01 WS-NIGHTS-RAN PIC 99 value 0.
01 WS-NIGHTS-FIG PIC 99 value 0.
01 WS-NIGHTS-MISSING PIC 99 value 0.
01 WS-NIGHTS-NOGEN PIC 99 value 0.
01 WS-NIGHTS-EXC-FILE PIC 99 value 0.
01 WS-REMED-UNMAPPED PIC 9(5) value 0.
01 WS-PRIOR-PRESENT PIC X value "N".
       88 WS-HAVE-PRIOR value "Y".
01 WS-DELTA PIC S9(11) value 0.

01 WS-NIGHTS-ED PIC Z9.
01 WS-NIGHTS2-ED PIC Z9.
01 WS-NIGHTS3-ED PIC Z9.
01 WS-NIGHTS4-ED PIC Z9.
01 WS-RISK-ED PIC Z(9)9.
01 WS-RISK2-ED PIC Z(9)9.
01 WS-DELTA-ED PIC +(10)9.
01 WS-CNT-ED PIC Z(4)9.
01 WS-CNT2-ED PIC Z(4)9.
01 WS-DIST-COUNT-ED PIC Z9.

PROCEDURE DIVISION.
ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
ACCEPT WS-RUN-TIME FROM TIME
MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
MOVE WS-RUN-DATE(7:2) TO WS-RUN-DAY

*> which month: the argument, else STMT_MONTH, else last month --
*> the statement is normally run in the first days of the next
ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
IF WS-ARG-COUNT > 0 THEN
       ACCEPT WS-MONTH-ARG FROM ARGUMENT-VALUE
ELSE
       ACCEPT WS-MONTH-ARG FROM ENVIRONMENT "STMT_MONTH"
END-IF
IF WS-MONTH-ARG = SPACES THEN
       MOVE WS-RUN-MONTH TO WS-STMT-MONTH
       PERFORM 1050-BACK-ONE-MONTH
       MOVE WS-PRIOR-MONTH TO WS-STMT-MONTH
ELSE
       IF WS-MONTH-ARG(1:6) is not numeric or
          WS-MONTH-ARG(7:4) not = SPACES THEN
           DISPLAY "MONTHEND8: NEED A YYYYMM MONTH "
                   "(ARGUMENT OR STMT_MONTH): " WS-MONTH-ARG
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-MONTH-ARG(1:6) TO WS-STMT-MONTH
END-IF
PERFORM 1000-SET-UP-MONTH

PERFORM 1100-LOAD-DISTRICTS
IF WS-DIST-STATUS not = "00" THEN
       DISPLAY "MONTHEND8: CANNOT OPEN 9DIST.dat STATUS "
               WS-DIST-STATUS " -- NO DISTRICTS TO STATE"
       MOVE 16 TO RETURN-CODE
       STOP RUN
END-IF

PERFORM 2000-LOAD-AUDIT-HISTORY
PERFORM 2500-LOAD-GEN-CATALOG

*> a month still under way ends at last night unless tonight's run
*> is already in the audit history or the catalog -- a statement
*> run during the day would otherwise list today as a missing night
IF WS-MONTH-STILL-OPEN and WS-NT-RAN(WS-LAST-DAY) = "N" THEN
       SUBTRACT 1 FROM WS-LAST-DAY
END-IF

MOVE 1 TO WS-DAY
PERFORM UNTIL WS-DAY > WS-LAST-DAY
       IF WS-NT-GEN(WS-DAY) = "Y" THEN
           PERFORM 3000-READ-NIGHT-REPORT
       END-IF
       IF WS-NT-GEN(WS-DAY) = "Y" THEN
           PERFORM 3500-READ-NIGHT-EXCEPTIONS
       END-IF
       COMPUTE WS-DAY = WS-DAY + 1
END-PERFORM
PERFORM 4000-COUNT-REMEDIATIONS
PERFORM 4500-ROLL-UP-DISTRICTS
PERFORM 5000-LOAD-PRIOR-MONTH

OPEN OUTPUT STMT
PERFORM 6000-WRITE-NIGHT-LINES
MOVE 1 TO WS-DS-IDX
PERFORM UNTIL WS-DS-IDX > WS-DS-COUNT
       PERFORM 6200-WRITE-DISTRICT-SECTION
       COMPUTE WS-DS-IDX = WS-DS-IDX + 1
END-PERFORM
PERFORM 6500-WRITE-COMPARISON
MOVE WS-DS-COUNT TO WS-DIST-COUNT-ED
MOVE WS-NIGHTS-FIG TO WS-NIGHTS-ED
MOVE WS-NIGHTS-MISSING TO WS-NIGHTS2-ED
MOVE WS-NIGHTS-NOGEN TO WS-NIGHTS3-ED
MOVE SPACES TO STMT-REC
STRING "SUMMARY: DISTRICTS:" SPACE WS-DIST-COUNT-ED SPACE
       "NIGHTS WITH FIGURES:" SPACE WS-NIGHTS-ED SPACE
       "MISSING:" SPACE WS-NIGHTS2-ED SPACE
       "NOT IN FIGURES:" SPACE WS-NIGHTS3-ED
       DELIMITED BY SIZE INTO STMT-REC
WRITE STMT-REC
CLOSE STMT

PERFORM 7000-WRITE-MONTH-SUMMARY

MOVE WS-NIGHTS-MISSING TO WS-NIGHTS2-ED
DISPLAY "Month:" SPACE WS-STMT-MONTH SPACE
        "Districts:" SPACE WS-DIST-COUNT-ED SPACE
        "Missing nights:" SPACE WS-NIGHTS2-ED
MOVE WS-MAX-RC TO RETURN-CODE
STOP RUN.

*> ---------------------------------------------------------------
*> 1000-SET-UP-MONTH
*> Checks the statement month, works out its length (February by
*> the Gregorian leap rule) and the month before it, and names the
*> files. A month still under way is loaded through today, with a
*> warning (the mainline drops today again once the run history
*> shows tonight hasn't run yet); one not yet begun is refused.
*> ---------------------------------------------------------------
1000-SET-UP-MONTH.
       MOVE WS-STMT-MONTH(1:4) TO WS-STMT-YEAR
       MOVE WS-STMT-MONTH(5:2) TO WS-STMT-MM
       IF WS-STMT-MM < 1 or WS-STMT-MM > 12 THEN
           DISPLAY "MONTHEND8: NOT A MONTH: " WS-STMT-MONTH
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-STMT-MONTH > WS-RUN-MONTH THEN
           DISPLAY "MONTHEND8: MONTH " WS-STMT-MONTH
                   " HAS NOT BEGUN"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       COMPUTE WS-MONTH-POS = WS-STMT-MM * 2 - 1
       MOVE WS-MONTH-DAYS-TXT(WS-MONTH-POS:2) TO WS-MONTH-DAYS
       IF WS-STMT-MM = 2 THEN
           DIVIDE WS-STMT-YEAR BY 4 GIVING WS-LEAP-Q
               REMAINDER WS-LEAP-R
           IF WS-LEAP-R = 0 THEN
               MOVE 29 TO WS-MONTH-DAYS
               DIVIDE WS-STMT-YEAR BY 100 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R
               IF WS-LEAP-R = 0 THEN
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-STMT-YEAR BY 400 GIVING WS-LEAP-Q
                       REMAINDER WS-LEAP-R
                   IF WS-LEAP-R = 0 THEN
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
               END-IF
           END-IF
       END-IF
       MOVE WS-MONTH-DAYS TO WS-LAST-DAY
       IF WS-STMT-MONTH = WS-RUN-MONTH THEN
           SET WS-MONTH-STILL-OPEN TO TRUE
           MOVE WS-RUN-DAY TO WS-LAST-DAY
           MOVE 4 TO WS-MAX-RC
       END-IF

       PERFORM 1050-BACK-ONE-MONTH

       MOVE 1 TO WS-DAY
       PERFORM UNTIL WS-DAY > 31
           MOVE "N" TO WS-NT-RAN(WS-DAY)
           MOVE "N" TO WS-NT-GEN(WS-DAY)
           MOVE 0 TO WS-NT-GEN-TIME(WS-DAY)
           MOVE 0 TO WS-NT-TOTAL(WS-DAY)
           MOVE "N" TO WS-NT-EXC(WS-DAY)
           MOVE "N" TO WS-NT-BLOCKS(WS-DAY)
           COMPUTE WS-DAY = WS-DAY + 1
       END-PERFORM

       STRING "9AUDIT." WS-STMT-MONTH ".dat"
              DELIMITED BY SIZE INTO WS-ARCH-FILE
       STRING "9STMT." WS-STMT-MONTH ".dat"
              DELIMITED BY SIZE INTO WS-STMT-FILE
       STRING "9MESUM." WS-STMT-MONTH ".dat"
              DELIMITED BY SIZE INTO WS-MESUM-FILE
       STRING "9MESUM." WS-PRIOR-MONTH ".dat"
              DELIMITED BY SIZE INTO WS-PRIOR-FILE.

*> ---------------------------------------------------------------
*> 1050-BACK-ONE-MONTH
*> Sets WS-PRIOR-MONTH to the month before WS-STMT-MONTH.
*> ---------------------------------------------------------------
1050-BACK-ONE-MONTH.
       MOVE WS-STMT-MONTH(1:4) TO WS-PRIOR-YEAR
       MOVE WS-STMT-MONTH(5:2) TO WS-PRIOR-MM
       IF WS-PRIOR-MM = 1 THEN
           MOVE 12 TO WS-PRIOR-MM
           SUBTRACT 1 FROM WS-PRIOR-YEAR
       ELSE
           SUBTRACT 1 FROM WS-PRIOR-MM
       END-IF
       COMPUTE WS-PRIOR-MONTH = WS-PRIOR-YEAR * 100 + WS-PRIOR-MM.

*> ---------------------------------------------------------------
*> 1100-LOAD-DISTRICTS
*> Loads 9DIST.dat: each zone with its district, and each district
*> once, named by its first row.
*> ---------------------------------------------------------------
1100-LOAD-DISTRICTS.
       OPEN INPUT DIST
       IF WS-DIST-STATUS = "00" THEN
           READ DIST
               AT END SET WS-DIST-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-DIST-DONE
               MOVE DIST-CODE TO WS-DS-KEY
               MOVE DIST-NAME TO WS-DS-KEY-NAME
               PERFORM 1200-FIND-DISTRICT
               IF WS-ZN-COUNT < 500 THEN
                   ADD 1 TO WS-ZN-COUNT
                   MOVE DIST-ZONE TO WS-ZN-ZONE(WS-ZN-COUNT)
                   MOVE WS-DS-FOUND TO WS-ZN-DIST(WS-ZN-COUNT)
                   MOVE "N" TO WS-ZN-SCORED(WS-ZN-COUNT)
               ELSE
                   DISPLAY "MONTHEND8: DISTRICT XREF ENTRY DROPPED, "
                           "TABLE FULL: " DIST-ZONE(1:40)
               END-IF
               READ DIST
                   AT END SET WS-DIST-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE DIST
           MOVE "00" TO WS-DIST-STATUS
       END-IF.

*> ---------------------------------------------------------------
*> 1200-FIND-DISTRICT
*> Finds district WS-DS-KEY, adding it (named WS-DS-KEY-NAME) on
*> first sight. A full table rolls the newcomer under the last
*> entry's slot rather than losing its figures -- WS-DS-FOUND is
*> never left zero.
*> ---------------------------------------------------------------
1200-FIND-DISTRICT.
       MOVE 0 TO WS-DS-FOUND
       MOVE 1 TO WS-DS-IDX
       PERFORM UNTIL WS-DS-IDX > WS-DS-COUNT
           IF WS-DS-CODE(WS-DS-IDX) = WS-DS-KEY THEN
               MOVE WS-DS-IDX TO WS-DS-FOUND
               MOVE WS-DS-COUNT TO WS-DS-IDX
           END-IF
           COMPUTE WS-DS-IDX = WS-DS-IDX + 1
       END-PERFORM
       IF WS-DS-FOUND = 0 THEN
           IF WS-DS-COUNT < 51 THEN
               ADD 1 TO WS-DS-COUNT
               MOVE WS-DS-COUNT TO WS-DS-FOUND
               PERFORM 1250-CLEAR-DISTRICT
           ELSE
               DISPLAY "MONTHEND8: DISTRICT TABLE FULL, "
                       WS-DS-KEY " ROLLED INTO "
                       WS-DS-CODE(WS-DS-COUNT)
               MOVE WS-DS-COUNT TO WS-DS-FOUND
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 1250-CLEAR-DISTRICT
*> Opens the WS-DS-FOUND slot for WS-DS-KEY with every figure zero.
*> ---------------------------------------------------------------
1250-CLEAR-DISTRICT.
       MOVE WS-DS-KEY TO WS-DS-CODE(WS-DS-FOUND)
       MOVE WS-DS-KEY-NAME TO WS-DS-NAME(WS-DS-FOUND)
       MOVE 0 TO WS-DS-FIG-NIGHTS(WS-DS-FOUND)
                 WS-DS-OPEN-DAY(WS-DS-FOUND)
                 WS-DS-CLOSE-DAY(WS-DS-FOUND)
                 WS-DS-PEAK-DAY(WS-DS-FOUND)
                 WS-DS-EXC-NIGHTS(WS-DS-FOUND)
                 WS-DS-REJ-NIGHTS(WS-DS-FOUND)
                 WS-DS-REMED(WS-DS-FOUND)
                 WS-DS-NEVER(WS-DS-FOUND)
                 WS-DS-PR-CLOSE(WS-DS-FOUND)
                 WS-DS-PR-PEAK(WS-DS-FOUND)
                 WS-DS-PR-EXC(WS-DS-FOUND)
                 WS-DS-PR-REJ(WS-DS-FOUND)
                 WS-DS-PR-REMED(WS-DS-FOUND)
                 WS-DS-PR-NEVER(WS-DS-FOUND)
       MOVE "N" TO WS-DS-PR-FOUND(WS-DS-FOUND)
       MOVE 1 TO WS-LINE-DAY
       PERFORM UNTIL WS-LINE-DAY > 31
           MOVE "N" TO WS-DS-NT-HAS(WS-DS-FOUND, WS-LINE-DAY)
           MOVE 0 TO WS-DS-NT-RISK(WS-DS-FOUND, WS-LINE-DAY)
           MOVE "N" TO WS-DS-NT-EXC(WS-DS-FOUND, WS-LINE-DAY)
           MOVE "N" TO WS-DS-NT-REJ(WS-DS-FOUND, WS-LINE-DAY)
           MOVE "N" TO WS-DS-NT-SCR-HAS(WS-DS-FOUND, WS-LINE-DAY)
           MOVE 0 TO WS-DS-NT-SCR-RISK(WS-DS-FOUND, WS-LINE-DAY)
           COMPUTE WS-LINE-DAY = WS-LINE-DAY + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 1300-FIND-ZONE-DISTRICT
*> Sets WS-ZN-FOUND to zone WS-ZN-KEY's cross-reference entry (zero
*> when 9DIST.dat doesn't carry it) and WS-DS-FOUND to its district
*> -- ???? UNASSIGNED for an unmapped zone.
*> ---------------------------------------------------------------
1300-FIND-ZONE-DISTRICT.
       MOVE 0 TO WS-ZN-FOUND
       MOVE 1 TO WS-ZN-IDX
       PERFORM UNTIL WS-ZN-IDX > WS-ZN-COUNT
           IF WS-ZN-ZONE(WS-ZN-IDX) = WS-ZN-KEY THEN
               MOVE WS-ZN-IDX TO WS-ZN-FOUND
               MOVE WS-ZN-COUNT TO WS-ZN-IDX
           END-IF
           COMPUTE WS-ZN-IDX = WS-ZN-IDX + 1
       END-PERFORM
       IF WS-ZN-FOUND > 0 THEN
           MOVE WS-ZN-DIST(WS-ZN-FOUND) TO WS-DS-FOUND
       ELSE
           MOVE "????" TO WS-DS-KEY
           MOVE "UNASSIGNED" TO WS-DS-KEY-NAME
           PERFORM 1200-FIND-DISTRICT
       END-IF.

*> ---------------------------------------------------------------
*> 2000-LOAD-AUDIT-HISTORY
*> Marks the nights the audit history shows a run on: the month's
*> archive, then whatever of the month is still in the live log
*> (audarch8 may not have rolled all of it yet). Only main8's own
*> TIMESTAMP: lines count -- a backed-out run's line does not.
*> ---------------------------------------------------------------
2000-LOAD-AUDIT-HISTORY.
       PERFORM 2100-READ-ONE-AUDIT-FILE
       MOVE "9AUDIT.dat" TO WS-ARCH-FILE
       PERFORM 2100-READ-ONE-AUDIT-FILE.

*> ---------------------------------------------------------------
*> 2100-READ-ONE-AUDIT-FILE
*> Reads the audit file named in WS-ARCH-FILE, if there is one.
*> ---------------------------------------------------------------
2100-READ-ONE-AUDIT-FILE.
       MOVE "N" TO WS-ARCH-EOF
       OPEN INPUT ARCH
       IF WS-ARCH-STATUS = "00" THEN
           READ ARCH
               AT END SET WS-ARCH-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-ARCH-DONE
               MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4
               UNSTRING ARCH-REC DELIMITED BY ALL " "
                   INTO WS-T1 WS-T2 WS-T3 WS-T4
               END-UNSTRING
               IF WS-T1 = "TIMESTAMP:" and WS-T4 = "FILE:" and
                  WS-T2(1:8) is numeric and
                  WS-T2(1:6) = WS-STMT-MONTH THEN
                   MOVE WS-T2(7:2) TO WS-LINE-DAY
                   IF WS-LINE-DAY > 0 and
                      WS-LINE-DAY <= WS-LAST-DAY THEN
                       MOVE "Y" TO WS-NT-RAN(WS-LINE-DAY)
                   END-IF
               END-IF
               READ ARCH
                   AT END SET WS-ARCH-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ARCH
       END-IF.

*> ---------------------------------------------------------------
*> 2500-LOAD-GEN-CATALOG
*> Picks the month's entries out of 9GENCAT.dat -- one generation
*> per run date -- with their time and total. A catalogued night
*> ran, whatever the audit history says.
*> ---------------------------------------------------------------
2500-LOAD-GEN-CATALOG.
       OPEN INPUT GENCAT
       IF WS-GENCAT-STATUS = "00" THEN
           READ GENCAT
               AT END SET WS-GENCAT-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENCAT-DONE
               MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6
                              WS-T7 WS-T8 WS-T9 WS-T10 WS-T11
               UNSTRING GENCAT-REC DELIMITED BY ALL " "
                   INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7
                        WS-T8 WS-T9 WS-T10 WS-T11
               END-UNSTRING
               IF WS-T1 = "GEN:" and WS-T10 = "TOTAL:" and
                  WS-T2(1:8) is numeric and
                  WS-T2(1:6) = WS-STMT-MONTH THEN
                   MOVE WS-T2(7:2) TO WS-LINE-DAY
                   IF WS-LINE-DAY > 0 and
                      WS-LINE-DAY <= WS-LAST-DAY THEN
                       MOVE "Y" TO WS-NT-RAN(WS-LINE-DAY)
                       MOVE "Y" TO WS-NT-GEN(WS-LINE-DAY)
                       MOVE WS-T3(1:8) TO WS-NT-GEN-TIME(WS-LINE-DAY)
                       MOVE FUNCTION NUMVAL(WS-T11)
                            TO WS-NT-TOTAL(WS-LINE-DAY)
                   END-IF
               END-IF
               READ GENCAT
                   AT END SET WS-GENCAT-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENCAT
       END-IF.

*> ---------------------------------------------------------------
*> 3000-READ-NIGHT-REPORT
*> Reads night WS-DAY's report generation. Its district blocks
*> give each district's figure and rejects directly; every zone
*> subtotal (or a single-zone night's total) marks the zone scored
*> and is rolled up through 9DIST.dat as well, which stands as the
*> night's figures only when the report carries no blocks.
*> ---------------------------------------------------------------
3000-READ-NIGHT-REPORT.
       COMPUTE WS-NIGHT-DATE = WS-STMT-MONTH * 100 + WS-DAY
       MOVE SPACES TO WS-GRPT-FILE
       STRING "9RPT." WS-NIGHT-DATE ".dat"
              DELIMITED BY SIZE INTO WS-GRPT-FILE
       MOVE "N" TO WS-GRPT-EOF
       MOVE SPACES TO WS-RPT-ZONE
       OPEN INPUT GRPT
       IF WS-GRPT-STATUS not = "00" THEN
           MOVE "L" TO WS-NT-GEN(WS-DAY)
       ELSE
           READ GRPT
               AT END SET WS-GRPT-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GRPT-DONE
               PERFORM 3100-CLASSIFY-REPORT-LINE
               READ GRPT
                   AT END SET WS-GRPT-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GRPT

           IF WS-NT-BLOCKS(WS-DAY) = "N" THEN
               MOVE 1 TO WS-DS-IDX
               PERFORM UNTIL WS-DS-IDX > WS-DS-COUNT
                   IF WS-DS-NT-SCR-HAS(WS-DS-IDX, WS-DAY) = "Y" THEN
                       MOVE "Y" TO WS-DS-NT-HAS(WS-DS-IDX, WS-DAY)
                       MOVE WS-DS-NT-SCR-RISK(WS-DS-IDX, WS-DAY)
                            TO WS-DS-NT-RISK(WS-DS-IDX, WS-DAY)
                   END-IF
                   COMPUTE WS-DS-IDX = WS-DS-IDX + 1
               END-PERFORM
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 3100-CLASSIFY-REPORT-LINE
*> One report line, dispatched on its leading tokens as mornsum8
*> does. The district block carries its name at full fixed width,
*> embedded spaces and all, so its figures are split off from the
*> column after the name.
*> ---------------------------------------------------------------
3100-CLASSIFY-REPORT-LINE.
       MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7
                      WS-T8 WS-T9
       UNSTRING GRPT-REC DELIMITED BY ALL " "
           INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7 WS-T8
                WS-T9
       END-UNSTRING

       IF WS-T1 = "RISK" and WS-T2 = "REPORT" and
          WS-T5 = "FILE:" THEN
           MOVE WS-T6 TO WS-RPT-ZONE
       END-IF
       IF WS-T1 = "TOTAL" and WS-T2 = "RISK:" and
          WS-RPT-ZONE not = SPACES THEN
           MOVE FUNCTION NUMVAL(WS-T3) TO WS-RPT-RISK
           MOVE WS-RPT-ZONE TO WS-ZN-KEY
           PERFORM 3200-ZONE-SCORED
       END-IF
       IF WS-T1 = "ZONE:" and WS-T3 = "SUBTOTAL" and
          WS-T4 = "RISK:" THEN
           MOVE FUNCTION NUMVAL(WS-T5) TO WS-RPT-RISK
           MOVE WS-T2 TO WS-ZN-KEY
           PERFORM 3200-ZONE-SCORED
       END-IF

       IF WS-T1 = "DISTRICT:" and GRPT-REC(47:7) = "ZONES: " THEN
           MOVE GRPT-REC(11:4) TO WS-DS-KEY
           MOVE GRPT-REC(16:30) TO WS-DS-KEY-NAME
           PERFORM 1200-FIND-DISTRICT
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7
                          WS-T8
           UNSTRING GRPT-REC(47:104) DELIMITED BY ALL " "
               INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7 WS-T8
           END-UNSTRING
           IF WS-T5 = "RISK:" and WS-T7 = "REJECTS:" THEN
               MOVE "Y" TO WS-NT-BLOCKS(WS-DAY)
               MOVE "Y" TO WS-DS-NT-HAS(WS-DS-FOUND, WS-DAY)
               MOVE FUNCTION NUMVAL(WS-T6) TO WS-RPT-RISK
               ADD WS-RPT-RISK TO WS-DS-NT-RISK(WS-DS-FOUND, WS-DAY)
               MOVE FUNCTION NUMVAL(WS-T8) TO WS-RPT-REJECTS
               IF WS-RPT-REJECTS > 0 THEN
                   MOVE "Y" TO WS-DS-NT-REJ(WS-DS-FOUND, WS-DAY)
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 3200-ZONE-SCORED
*> Zone WS-ZN-KEY scored WS-RPT-RISK on night WS-DAY: marks it and
*> rolls the figure into its district's fallback figure.
*> ---------------------------------------------------------------
3200-ZONE-SCORED.
       PERFORM 1300-FIND-ZONE-DISTRICT
       IF WS-ZN-FOUND > 0 THEN
           MOVE "Y" TO WS-ZN-SCORED(WS-ZN-FOUND)
       END-IF
       MOVE "Y" TO WS-DS-NT-SCR-HAS(WS-DS-FOUND, WS-DAY)
       ADD WS-RPT-RISK TO WS-DS-NT-SCR-RISK(WS-DS-FOUND, WS-DAY).

*> ---------------------------------------------------------------
*> 3500-READ-NIGHT-EXCEPTIONS
*> Reads night WS-DAY's exception generation, when main8 kept one,
*> and marks every district it names -- directly on a district
*> limit line, through 9DIST.dat on a zone one.
*> ---------------------------------------------------------------
3500-READ-NIGHT-EXCEPTIONS.
       MOVE SPACES TO WS-GEXC-FILE
       STRING "9EXCEPT." WS-NIGHT-DATE ".dat"
              DELIMITED BY SIZE INTO WS-GEXC-FILE
       MOVE "N" TO WS-GEXC-EOF
       OPEN INPUT GEXC
       IF WS-GEXC-STATUS = "00" THEN
           MOVE "Y" TO WS-NT-EXC(WS-DAY)
           READ GEXC
               AT END SET WS-GEXC-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GEXC-DONE
               MOVE SPACES TO WS-T1 WS-T2
               UNSTRING GEXC-REC DELIMITED BY ALL " "
                   INTO WS-T1 WS-T2
               END-UNSTRING
               MOVE 0 TO WS-DS-FOUND
               IF WS-T1 = "ZONE:" THEN
                   MOVE WS-T2 TO WS-ZN-KEY
                   PERFORM 1300-FIND-ZONE-DISTRICT
               END-IF
               IF WS-T1 = "DISTRICT:" THEN
                   MOVE WS-T2(1:4) TO WS-DS-KEY
                   MOVE "UNASSIGNED" TO WS-DS-KEY-NAME
                   PERFORM 1200-FIND-DISTRICT
               END-IF
               IF WS-DS-FOUND > 0 THEN
                   MOVE "Y" TO WS-DS-NT-EXC(WS-DS-FOUND, WS-DAY)
               END-IF
               READ GEXC
                   AT END SET WS-GEXC-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GEXC
       END-IF.

*> ---------------------------------------------------------------
*> 4000-COUNT-REMEDIATIONS
*> Counts the 9REMED.dat entries completed in the month under each
*> zone's district.
*> ---------------------------------------------------------------
4000-COUNT-REMEDIATIONS.
       OPEN INPUT REMED
       IF WS-REM-STATUS = "00" THEN
           READ REMED
               AT END SET WS-REM-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-REM-DONE
               IF REM-DATE is numeric and
                  REM-DATE(1:6) = WS-STMT-MONTH THEN
                   IF REM-DATE(7:2) <= WS-LAST-DAY THEN
                       MOVE REM-ZONE TO WS-ZN-KEY
                       PERFORM 1300-FIND-ZONE-DISTRICT
                       ADD 1 TO WS-DS-REMED(WS-DS-FOUND)
                   END-IF
               END-IF
               READ REMED
                   AT END SET WS-REM-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE REMED
       END-IF.

*> ---------------------------------------------------------------
*> 4500-ROLL-UP-DISTRICTS
*> Tallies the nights, then each district's month off its nightly
*> slots: nights with a figure, the first and last of them, the
*> peak (the earliest night, when two tie), the exception and
*> reject nights, and the zones that never scored.
*> ---------------------------------------------------------------
4500-ROLL-UP-DISTRICTS.
       MOVE 1 TO WS-DAY
       PERFORM UNTIL WS-DAY > WS-LAST-DAY
           IF WS-NT-RAN(WS-DAY) = "Y" THEN
               ADD 1 TO WS-NIGHTS-RAN
               IF WS-NT-GEN(WS-DAY) = "Y" THEN
                   ADD 1 TO WS-NIGHTS-FIG
               ELSE
                   ADD 1 TO WS-NIGHTS-NOGEN
               END-IF
           ELSE
               ADD 1 TO WS-NIGHTS-MISSING
           END-IF
           IF WS-NT-EXC(WS-DAY) = "Y" THEN
               ADD 1 TO WS-NIGHTS-EXC-FILE
           END-IF
           COMPUTE WS-DAY = WS-DAY + 1
       END-PERFORM
       IF WS-NIGHTS-MISSING > 0 or WS-NIGHTS-NOGEN > 0 THEN
           MOVE 4 TO WS-MAX-RC
       END-IF

       MOVE 1 TO WS-DS-IDX
       PERFORM UNTIL WS-DS-IDX > WS-DS-COUNT
           MOVE 1 TO WS-DAY
           PERFORM UNTIL WS-DAY > WS-LAST-DAY
               IF WS-DS-NT-HAS(WS-DS-IDX, WS-DAY) = "Y" THEN
                   ADD 1 TO WS-DS-FIG-NIGHTS(WS-DS-IDX)
                   IF WS-DS-OPEN-DAY(WS-DS-IDX) = 0 THEN
                       MOVE WS-DAY TO WS-DS-OPEN-DAY(WS-DS-IDX)
                   END-IF
                   MOVE WS-DAY TO WS-DS-CLOSE-DAY(WS-DS-IDX)
                   IF WS-DS-PEAK-DAY(WS-DS-IDX) = 0 THEN
                       MOVE WS-DAY TO WS-DS-PEAK-DAY(WS-DS-IDX)
                   ELSE
                       IF WS-DS-NT-RISK(WS-DS-IDX, WS-DAY) >
                          WS-DS-NT-RISK(WS-DS-IDX,
                                        WS-DS-PEAK-DAY(WS-DS-IDX))
                       THEN
                           MOVE WS-DAY TO WS-DS-PEAK-DAY(WS-DS-IDX)
                       END-IF
                   END-IF
               END-IF
               IF WS-DS-NT-EXC(WS-DS-IDX, WS-DAY) = "Y" THEN
                   ADD 1 TO WS-DS-EXC-NIGHTS(WS-DS-IDX)
               END-IF
               IF WS-DS-NT-REJ(WS-DS-IDX, WS-DAY) = "Y" THEN
                   ADD 1 TO WS-DS-REJ-NIGHTS(WS-DS-IDX)
               END-IF
               COMPUTE WS-DAY = WS-DAY + 1
           END-PERFORM
           COMPUTE WS-DS-IDX = WS-DS-IDX + 1
       END-PERFORM

       MOVE 1 TO WS-ZN-IDX
       PERFORM UNTIL WS-ZN-IDX > WS-ZN-COUNT
           IF WS-ZN-SCORED(WS-ZN-IDX) = "N" THEN
               ADD 1 TO WS-DS-NEVER(WS-ZN-DIST(WS-ZN-IDX))
           END-IF
           COMPUTE WS-ZN-IDX = WS-ZN-IDX + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 5000-LOAD-PRIOR-MONTH
*> Loads the prior month's 9MESUM file into the district table. A
*> district that only the prior month had is added, so the
*> comparison can say it has gone quiet.
*> ---------------------------------------------------------------
5000-LOAD-PRIOR-MONTH.
       OPEN INPUT MESUMIN
       IF WS-MESUMIN-STATUS = "00" THEN
           SET WS-HAVE-PRIOR TO TRUE
           READ MESUMIN
               AT END SET WS-MESUMIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-MESUMIN-DONE
               MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6
                              WS-T7 WS-T8 WS-T9 WS-T10 WS-T11
                              WS-T12 WS-T13 WS-T14 WS-T15 WS-T16
                              WS-T17
               UNSTRING MESUMIN-REC DELIMITED BY ALL " "
                   INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7
                        WS-T8 WS-T9 WS-T10 WS-T11 WS-T12 WS-T13
                        WS-T14 WS-T15 WS-T16 WS-T17
               END-UNSTRING
               IF WS-T1 = "MESUM:" and WS-T3 = "DISTRICT:" and
                  WS-T5 = "CLOSE:" and WS-T7 = "PEAK:" and
                  WS-T9 = "EXCNIGHTS:" and WS-T11 = "REJNIGHTS:" and
                  WS-T13 = "REMED:" and WS-T15 = "NEVER:" THEN
                   MOVE WS-T4(1:4) TO WS-DS-KEY
                   MOVE "(PRIOR MONTH ONLY)" TO WS-DS-KEY-NAME
                   PERFORM 1200-FIND-DISTRICT
                   MOVE "Y" TO WS-DS-PR-FOUND(WS-DS-FOUND)
                   MOVE FUNCTION NUMVAL(WS-T6)
                        TO WS-DS-PR-CLOSE(WS-DS-FOUND)
                   MOVE FUNCTION NUMVAL(WS-T8)
                        TO WS-DS-PR-PEAK(WS-DS-FOUND)
                   MOVE FUNCTION NUMVAL(WS-T10)
                        TO WS-DS-PR-EXC(WS-DS-FOUND)
                   MOVE FUNCTION NUMVAL(WS-T12)
                        TO WS-DS-PR-REJ(WS-DS-FOUND)
                   MOVE FUNCTION NUMVAL(WS-T14)
                        TO WS-DS-PR-REMED(WS-DS-FOUND)
                   MOVE FUNCTION NUMVAL(WS-T16)
                        TO WS-DS-PR-NEVER(WS-DS-FOUND)
               END-IF
               READ MESUMIN
                   AT END SET WS-MESUMIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE MESUMIN
       END-IF.

*> ---------------------------------------------------------------
*> 6000-WRITE-NIGHT-LINES
*> The statement's heading, the night count, and a line for every
*> night that is missing or left out of the district figures.
*> ---------------------------------------------------------------
6000-WRITE-NIGHT-LINES.
       MOVE SPACES TO STMT-REC
       STRING "MONTH-END DISTRICT STATEMENT MONTH:" SPACE
              WS-STMT-MONTH SPACE "RUN:" SPACE WS-RUN-DATE SPACE
              WS-RUN-TIME
              DELIMITED BY SIZE INTO STMT-REC
       WRITE STMT-REC
       IF WS-MONTH-STILL-OPEN THEN
           MOVE SPACES TO STMT-REC
           IF WS-LAST-DAY = 0 THEN
               MOVE "NOTE: MONTH NOT CLOSED -- NO NIGHT RUN YET"
                    TO STMT-REC
           ELSE
               COMPUTE WS-NIGHT-DATE =
                   WS-STMT-MONTH * 100 + WS-LAST-DAY
               STRING "NOTE: MONTH NOT CLOSED -- NIGHTS THROUGH" SPACE
                      WS-NIGHT-DATE SPACE "ONLY"
                      DELIMITED BY SIZE INTO STMT-REC
           END-IF
           WRITE STMT-REC
       END-IF

       MOVE WS-LAST-DAY TO WS-NIGHTS-ED
       MOVE WS-NIGHTS-RAN TO WS-NIGHTS2-ED
       MOVE WS-NIGHTS-FIG TO WS-NIGHTS3-ED
       MOVE WS-NIGHTS-EXC-FILE TO WS-NIGHTS4-ED
       MOVE SPACES TO STMT-REC
       STRING "NIGHTS:" SPACE WS-NIGHTS-ED SPACE
              "RAN:" SPACE WS-NIGHTS2-ED SPACE
              "WITH FIGURES:" SPACE WS-NIGHTS3-ED SPACE
              "WITH EXCEPTION FILE:" SPACE WS-NIGHTS4-ED
              DELIMITED BY SIZE INTO STMT-REC
       WRITE STMT-REC

       MOVE 1 TO WS-DAY
       PERFORM UNTIL WS-DAY > WS-LAST-DAY
           COMPUTE WS-NIGHT-DATE = WS-STMT-MONTH * 100 + WS-DAY
           MOVE SPACES TO STMT-REC
           IF WS-NT-RAN(WS-DAY) = "N" THEN
               STRING "MISSING NIGHT:" SPACE WS-NIGHT-DATE SPACE
                      "-- NO RUN ON RECORD"
                      DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
           END-IF
           IF WS-NT-RAN(WS-DAY) = "Y" and
              WS-NT-GEN(WS-DAY) = "N" THEN
               STRING "NIGHT:" SPACE WS-NIGHT-DATE SPACE
                      "RAN -- NO GENERATION CATALOGUED, NOT IN "
                      "DISTRICT FIGURES"
                      DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
           END-IF
           IF WS-NT-GEN(WS-DAY) = "L" THEN
               STRING "NIGHT:" SPACE WS-NIGHT-DATE SPACE
                      "RAN -- REPORT GENERATION NOT ON DISK, NOT IN "
                      "DISTRICT FIGURES"
                      DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
           END-IF
           COMPUTE WS-DAY = WS-DAY + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 6200-WRITE-DISTRICT-SECTION
*> District WS-DS-IDX's month: opening, closing, and peak figures
*> with their nights, the exception and reject nights, the
*> remediations, and each zone that never scored. A district only
*> the prior month had is left to the comparison.
*> ---------------------------------------------------------------
6200-WRITE-DISTRICT-SECTION.
       IF WS-DS-NAME(WS-DS-IDX) not = "(PRIOR MONTH ONLY)" THEN
           MOVE SPACES TO STMT-REC
           STRING "DISTRICT:" SPACE WS-DS-CODE(WS-DS-IDX) SPACE
                  WS-DS-NAME(WS-DS-IDX)
                  DELIMITED BY SIZE INTO STMT-REC
           WRITE STMT-REC

           IF WS-DS-FIG-NIGHTS(WS-DS-IDX) = 0 THEN
               MOVE "  NO FIGURES ON FILE FOR THE MONTH" TO STMT-REC
               WRITE STMT-REC
           ELSE
               MOVE WS-DS-OPEN-DAY(WS-DS-IDX) TO WS-DAY
               COMPUTE WS-NIGHT-DATE = WS-STMT-MONTH * 100 + WS-DAY
               MOVE WS-DS-NT-RISK(WS-DS-IDX, WS-DAY) TO WS-RISK-ED
               MOVE SPACES TO STMT-REC
               STRING "  OPENING RISK:" SPACE WS-RISK-ED SPACE
                      "NIGHT:" SPACE WS-NIGHT-DATE
                      DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
               MOVE WS-DS-CLOSE-DAY(WS-DS-IDX) TO WS-DAY
               COMPUTE WS-NIGHT-DATE = WS-STMT-MONTH * 100 + WS-DAY
               MOVE WS-DS-NT-RISK(WS-DS-IDX, WS-DAY) TO WS-RISK-ED
               MOVE SPACES TO STMT-REC
               STRING "  CLOSING RISK:" SPACE WS-RISK-ED SPACE
                      "NIGHT:" SPACE WS-NIGHT-DATE
                      DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
               MOVE WS-DS-PEAK-DAY(WS-DS-IDX) TO WS-DAY
               COMPUTE WS-NIGHT-DATE = WS-STMT-MONTH * 100 + WS-DAY
               MOVE WS-DS-NT-RISK(WS-DS-IDX, WS-DAY) TO WS-RISK-ED
               MOVE WS-DS-FIG-NIGHTS(WS-DS-IDX) TO WS-NIGHTS-ED
               MOVE SPACES TO STMT-REC
               STRING "  PEAK RISK:   " SPACE WS-RISK-ED SPACE
                      "NIGHT:" SPACE WS-NIGHT-DATE SPACE
                      "NIGHTS WITH FIGURES:" SPACE WS-NIGHTS-ED
                      DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
           END-IF

           MOVE WS-DS-EXC-NIGHTS(WS-DS-IDX) TO WS-NIGHTS-ED
           MOVE WS-DS-REJ-NIGHTS(WS-DS-IDX) TO WS-NIGHTS2-ED
           MOVE SPACES TO STMT-REC
           STRING "  NIGHTS WITH EXCEPTIONS:" SPACE WS-NIGHTS-ED SPACE
                  "WITH REJECTED ZONES:" SPACE WS-NIGHTS2-ED
                  DELIMITED BY SIZE INTO STMT-REC
           WRITE STMT-REC
           MOVE WS-DS-REMED(WS-DS-IDX) TO WS-CNT-ED
           MOVE WS-DS-NEVER(WS-DS-IDX) TO WS-CNT2-ED
           MOVE SPACES TO STMT-REC
           STRING "  REMEDIATIONS COMPLETED:" SPACE WS-CNT-ED SPACE
                  "ZONES NEVER SCORED:" SPACE WS-CNT2-ED
                  DELIMITED BY SIZE INTO STMT-REC
           WRITE STMT-REC

           MOVE 1 TO WS-ZN-IDX
           PERFORM UNTIL WS-ZN-IDX > WS-ZN-COUNT
               IF WS-ZN-DIST(WS-ZN-IDX) = WS-DS-IDX and
                  WS-ZN-SCORED(WS-ZN-IDX) = "N" THEN
                   MOVE SPACES TO STMT-REC
                   STRING "    NEVER SCORED:" DELIMITED BY SIZE
                          SPACE DELIMITED BY SIZE
                          WS-ZN-ZONE(WS-ZN-IDX) DELIMITED BY SPACE
                          INTO STMT-REC
                   WRITE STMT-REC
               END-IF
               COMPUTE WS-ZN-IDX = WS-ZN-IDX + 1
           END-PERFORM
       END-IF.

*> ---------------------------------------------------------------
*> 6500-WRITE-COMPARISON
*> The district-by-district comparison with the prior month: the
*> closing figure and its swing, then the peak, exception and
*> reject nights, remediations, and never-scored zones beside last
*> month's. A district new this month, or gone since, says so.
*> ---------------------------------------------------------------
6500-WRITE-COMPARISON.
       MOVE SPACES TO STMT-REC
       IF WS-HAVE-PRIOR THEN
           STRING "PRIOR MONTH COMPARISON:" SPACE WS-PRIOR-MONTH
                  DELIMITED BY SIZE INTO STMT-REC
       ELSE
           STRING "PRIOR MONTH COMPARISON:" SPACE WS-PRIOR-MONTH
                  SPACE "-- NO SUMMARY ON FILE (" DELIMITED BY SIZE
                  WS-PRIOR-FILE DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE INTO STMT-REC
       END-IF
       WRITE STMT-REC

       IF WS-HAVE-PRIOR THEN
           MOVE 1 TO WS-DS-IDX
           PERFORM UNTIL WS-DS-IDX > WS-DS-COUNT
               PERFORM 6550-COMPARE-ONE-DISTRICT
               COMPUTE WS-DS-IDX = WS-DS-IDX + 1
           END-PERFORM
       END-IF.

*> ---------------------------------------------------------------
*> 6550-COMPARE-ONE-DISTRICT
*> The comparison lines for district WS-DS-IDX.
*> ---------------------------------------------------------------
6550-COMPARE-ONE-DISTRICT.
       MOVE 0 TO WS-RPT-RISK
       IF WS-DS-CLOSE-DAY(WS-DS-IDX) > 0 THEN
           MOVE WS-DS-NT-RISK(WS-DS-IDX, WS-DS-CLOSE-DAY(WS-DS-IDX))
                TO WS-RPT-RISK
       END-IF
       MOVE WS-RPT-RISK TO WS-RISK-ED
       MOVE WS-DS-PR-CLOSE(WS-DS-IDX) TO WS-RISK2-ED
       MOVE SPACES TO STMT-REC

       IF WS-DS-PR-FOUND(WS-DS-IDX) = "N" THEN
           STRING "COMPARE:" SPACE WS-DS-CODE(WS-DS-IDX) SPACE
                  "CLOSING RISK:" SPACE WS-RISK-ED SPACE
                  "PRIOR: NONE -- NEW THIS MONTH"
                  DELIMITED BY SIZE INTO STMT-REC
           WRITE STMT-REC
       ELSE
           IF WS-DS-NAME(WS-DS-IDX) = "(PRIOR MONTH ONLY)" THEN
               STRING "COMPARE:" SPACE WS-DS-CODE(WS-DS-IDX) SPACE
                      "NOT IN THIS MONTH -- PRIOR CLOSING RISK:"
                      SPACE WS-RISK2-ED
                      DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
           ELSE
               IF WS-DS-FIG-NIGHTS(WS-DS-IDX) = 0 THEN
                   STRING "COMPARE:" SPACE WS-DS-CODE(WS-DS-IDX) SPACE
                          "NO FIGURES THIS MONTH -- PRIOR CLOSING "
                          "RISK:" SPACE WS-RISK2-ED
                          DELIMITED BY SIZE INTO STMT-REC
               ELSE
                   COMPUTE WS-DELTA =
                       WS-RPT-RISK - WS-DS-PR-CLOSE(WS-DS-IDX)
                   MOVE WS-DELTA TO WS-DELTA-ED
                   STRING "COMPARE:" SPACE WS-DS-CODE(WS-DS-IDX) SPACE
                          "CLOSING RISK:" SPACE WS-RISK-ED SPACE
                          "PRIOR:" SPACE WS-RISK2-ED SPACE
                          "DELTA:" SPACE WS-DELTA-ED
                          DELIMITED BY SIZE INTO STMT-REC
               END-IF
               WRITE STMT-REC

               MOVE 0 TO WS-RPT-RISK
               IF WS-DS-PEAK-DAY(WS-DS-IDX) > 0 THEN
                   MOVE WS-DS-NT-RISK(WS-DS-IDX,
                                      WS-DS-PEAK-DAY(WS-DS-IDX))
                        TO WS-RPT-RISK
               END-IF
               MOVE WS-RPT-RISK TO WS-RISK-ED
               MOVE WS-DS-PR-PEAK(WS-DS-IDX) TO WS-RISK2-ED
               MOVE SPACES TO STMT-REC
               STRING "  PEAK RISK:" SPACE WS-RISK-ED SPACE
                      "PRIOR:" SPACE WS-RISK2-ED
                      DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC

               MOVE WS-DS-EXC-NIGHTS(WS-DS-IDX) TO WS-NIGHTS-ED
               MOVE WS-DS-PR-EXC(WS-DS-IDX) TO WS-NIGHTS2-ED
               MOVE WS-DS-REJ-NIGHTS(WS-DS-IDX) TO WS-NIGHTS3-ED
               MOVE WS-DS-PR-REJ(WS-DS-IDX) TO WS-NIGHTS4-ED
               MOVE SPACES TO STMT-REC
               STRING "  EXCEPTION NIGHTS:" SPACE WS-NIGHTS-ED SPACE
                      "PRIOR:" SPACE WS-NIGHTS2-ED SPACE
                      "REJECT NIGHTS:" SPACE WS-NIGHTS3-ED SPACE
                      "PRIOR:" SPACE WS-NIGHTS4-ED
                      DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC

               MOVE WS-DS-REMED(WS-DS-IDX) TO WS-CNT-ED
               MOVE WS-DS-PR-REMED(WS-DS-IDX) TO WS-CNT2-ED
               MOVE SPACES TO STMT-REC
               STRING "  REMEDIATIONS:" SPACE WS-CNT-ED SPACE
                      "PRIOR:" SPACE WS-CNT2-ED
                      DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC

               MOVE WS-DS-NEVER(WS-DS-IDX) TO WS-CNT-ED
               MOVE WS-DS-PR-NEVER(WS-DS-IDX) TO WS-CNT2-ED
               MOVE SPACES TO STMT-REC
               STRING "  ZONES NEVER SCORED:" SPACE WS-CNT-ED SPACE
                      "PRIOR:" SPACE WS-CNT2-ED
                      DELIMITED BY SIZE INTO STMT-REC
               WRITE STMT-REC
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 7000-WRITE-MONTH-SUMMARY
*> Saves this month's district figures to 9MESUM.<yyyymm>.dat for
*> next month's comparison, one line per district this month had.
*> A rerun of the month replaces the file.
*> ---------------------------------------------------------------
7000-WRITE-MONTH-SUMMARY.
       OPEN OUTPUT MESUMOUT
       MOVE 1 TO WS-DS-IDX
       PERFORM UNTIL WS-DS-IDX > WS-DS-COUNT
           IF WS-DS-NAME(WS-DS-IDX) not = "(PRIOR MONTH ONLY)" THEN
               MOVE 0 TO WS-RPT-RISK
               IF WS-DS-CLOSE-DAY(WS-DS-IDX) > 0 THEN
                   MOVE WS-DS-NT-RISK(WS-DS-IDX,
                                      WS-DS-CLOSE-DAY(WS-DS-IDX))
                        TO WS-RPT-RISK
               END-IF
               MOVE WS-RPT-RISK TO WS-RISK-ED
               MOVE 0 TO WS-RPT-RISK
               IF WS-DS-PEAK-DAY(WS-DS-IDX) > 0 THEN
                   MOVE WS-DS-NT-RISK(WS-DS-IDX,
                                      WS-DS-PEAK-DAY(WS-DS-IDX))
                        TO WS-RPT-RISK
               END-IF
               MOVE WS-RPT-RISK TO WS-RISK2-ED
               MOVE WS-DS-EXC-NIGHTS(WS-DS-IDX) TO WS-NIGHTS-ED
               MOVE WS-DS-REJ-NIGHTS(WS-DS-IDX) TO WS-NIGHTS2-ED
               MOVE WS-DS-REMED(WS-DS-IDX) TO WS-CNT-ED
               MOVE WS-DS-NEVER(WS-DS-IDX) TO WS-CNT2-ED
               MOVE SPACES TO MESUMOUT-REC
               STRING "MESUM:" SPACE WS-STMT-MONTH SPACE
                      "DISTRICT:" SPACE WS-DS-CODE(WS-DS-IDX) SPACE
                      "CLOSE:" SPACE WS-RISK-ED SPACE
                      "PEAK:" SPACE WS-RISK2-ED SPACE
                      "EXCNIGHTS:" SPACE WS-NIGHTS-ED SPACE
                      "REJNIGHTS:" SPACE WS-NIGHTS2-ED SPACE
                      "REMED:" SPACE WS-CNT-ED SPACE
                      "NEVER:" SPACE WS-CNT2-ED
                      DELIMITED BY SIZE INTO MESUMOUT-REC
               WRITE MESUMOUT-REC
           END-IF
           COMPUTE WS-DS-IDX = WS-DS-IDX + 1
       END-PERFORM
       CLOSE MESUMOUT.
