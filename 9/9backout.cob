       >>SOURCE FORMAT FREE
*> To run do `cobc -x -I copybooks 9/9backout.cob && ./9backout <yyyymmdd> <run-name>`
*> from the repo root, in the directory the night's run was scored
*> in. The run date and name may instead come from the BACKOUT_DATE
*> and BACKOUT_NAME environment variables. Maintains 9AUDIT.dat,
*> 9RUNCTL.dat, 9REGBI.dat, 9LPHBI.dat, 9GENCAT.dat, the 9ZONES.idx
*> registry, and the 9LPHIST.idx low-point history; writes
*> 9BACKOUT.dat.
IDENTIFICATION DIVISION.
program-id. backout8.
author. Andrew.
date-written. Oct 15, 2026.

*> Run backout. A night scored from a bad extract used to be undone
*> by hand: the audit line edited out, the run-control line deleted
*> so the rerun would start, each zone's registry figures keyed
*> back from memory, the dated generation removed -- and whatever
*> was missed surfaced later as a phantom run in the trend digest or
*> a registry range check against the wrong night. This program
*> reverses one run, named the way the audit and run-control lines
*> name it (the zone extract of a single run, the batch list of a
*> batch or merged run) on the date it was scored:
*>   - its 9AUDIT.dat lines are marked BACKEDOUT: in place of the
*>     TIMESTAMP: tag, so trend8, verify8, and the other readers of
*>     the log pass over them while the trail of what ran remains;
*>   - its 9RUNCTL.dat lines are removed, releasing the lock so the
*>     night can be rescored without -FORCE;
*>   - each zone it rewrote in the registry gets back the last
*>     date, low-point count, and total main8 saved to 9REGBI.dat
*>     ahead of the rewrite (the earliest image, when a forced rerun
*>     rewrote the zone twice), unless the zone has been scored
*>     again since -- that zone is reported and left alone;
*>   - each low point it posted to, or closed in, the history gets
*>     back the record main8 saved to 9LPHBI.dat ahead of the
*>     change, and each point it added is deleted -- unless the
*>     point has been seen or closed again since, when it too is
*>     reported and left alone;
*>   - the date's generation files and 9GENCAT.dat entry are
*>     removed, when the catalogued generation is this run's (a
*>     later run of another name on the same date owns it
*>     otherwise, and it is kept).
*> The run's before-images are then dropped from 9REGBI.dat and
*> 9LPHBI.dat, so a second backout of the same run finds nothing to
*> do. Everything touched is listed in 9BACKOUT.dat, down to every
*> low-point key. Nothing is changed when the run can't be found or
*> the registry or history it rewrote can't be opened -- return
*> code 16; a zone or point left unrestored or a generation kept
*> ends with the warning 4.

ENVIRONMENT DIVISION.
input-output section.
file-control.
       select AUDIT assign to "9AUDIT.dat"
           organization is line sequential
           access is sequential
           file status is WS-AUDIT-STATUS.
       select RUNCTL assign to "9RUNCTL.dat"
           organization is line sequential
           access is sequential
           file status is WS-RUNCTL-STATUS.
       select REGBI assign to "9REGBI.dat"
           organization is line sequential
           access is sequential
           file status is WS-RBI-STATUS.
       select LPHBI assign to "9LPHBI.dat"
           organization is line sequential
           access is sequential
           file status is WS-LBI-STATUS.
       select GENCAT assign to "9GENCAT.dat"
           organization is line sequential
           access is sequential
           file status is WS-GENCAT-STATUS.
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
       select WORK assign to dynamic WS-WORK-FILE
           organization is line sequential
           access is sequential
           file status is WS-WORK-STATUS.
       select COPYOUT assign to dynamic WS-COPYOUT-FILE
           organization is line sequential
           access is sequential.
       select BORPT assign to "9BACKOUT.dat"
           organization is line sequential
           access is sequential.

DATA DIVISION.
FILE SECTION.
FD AUDIT.
01 AUDIT-REC PIC X(100).

FD RUNCTL.
01 RUNCTL-REC PIC X(150).

*> the same before-image record main8 writes, via its copybook
FD REGBI.
COPY REGBI.

*> the same history before-image record main8 writes
FD LPHBI.
COPY LPHBI.

FD GENCAT.
01 GENCAT-REC PIC X(150).

*> the same registry record main8 maintains, via its copybook
FD ZREG.
COPY ZONEREG.

*> the same low-point history record main8 posts
FD LPHIST.
COPY LPHIST.

*> a maintained file is rewritten to the work file first and only
*> copied back over the original once the pass has finished
FD WORK.
01 WORK-REC PIC X(300).

FD COPYOUT.
01 COPYOUT-REC PIC X(300).

FD BORPT.
01 BO-REC PIC X(150).

WORKING-STORAGE SECTION.
01 WS-AUDIT-STATUS PIC XX value "00".
01 WS-AUDIT-EOF PIC X value "N".
       88 WS-AUDIT-DONE value "Y".
01 WS-RUNCTL-STATUS PIC XX value "00".
01 WS-RUNCTL-EOF PIC X value "N".
       88 WS-RUNCTL-DONE value "Y".
01 WS-RBI-STATUS PIC XX value "00".
01 WS-RBI-EOF PIC X value "N".
       88 WS-RBI-DONE value "Y".
01 WS-LBI-STATUS PIC XX value "00".
01 WS-LBI-EOF PIC X value "N".
       88 WS-LBI-DONE value "Y".
01 WS-GENCAT-STATUS PIC XX value "00".
01 WS-GENCAT-EOF PIC X value "N".
       88 WS-GENCAT-DONE value "Y".
01 WS-ZREG-STATUS PIC XX value "00".
01 WS-ZREG-OPEN PIC 9 value 0.
01 WS-LPH-STATUS PIC XX value "00".
01 WS-LPH-OPEN PIC 9 value 0.
01 WS-LPH-FOUND PIC 9 value 0.
01 WS-WORK-FILE PIC X(100) value "9BACKOUT.WRK.dat".
01 WS-WORK-STATUS PIC XX value "00".
01 WS-WORK-EOF PIC X value "N".
       88 WS-WORK-DONE value "Y".
01 WS-COPYOUT-FILE PIC X(100) value SPACES.
01 WS-DEL-NAME PIC X(100) value SPACES.
01 WS-DEL-RC PIC S9(9) COMP value 0.
01 WS-ARG-COUNT PIC 99 value 0.
01 WS-RUN-DATE PIC 9(8) value 0.
01 WS-RUN-TIME PIC 9(8) value 0.
01 WS-MAX-RC PIC 99 value 0.

*> the run being backed out
01 WS-BO-DATE-ARG PIC X(10) value SPACES.
01 WS-BO-DATE PIC 9(8) value 0.
01 WS-BO-NAME PIC X(100) value SPACES.

*> what the first pass found of the run, before anything changes
01 WS-FOUND-AUDIT PIC 9(4) value 0.
01 WS-FOUND-DONE PIC 9(4) value 0.
01 WS-FOUND-RUNCTL PIC 9(4) value 0.
01 WS-FOUND-RBI PIC 9(6) value 0.
01 WS-FOUND-LBI PIC 9(6) value 0.

*> the run times of the audit lines backed out -- a generation is
*> this run's when its catalogued time is one of them (a forced
*> rerun leaves more than one line for the same date and name)
01 WS-AT-COUNT PIC 99 value 0.
01 WS-AT-TABLE.
       02 WS-AT-ENTRY OCCURS 50 TIMES.
           03 WS-AT-TIME PIC 9(8).
01 WS-AT-IDX PIC 99 value 0.

*> zones whose before-image has already been dealt with this run --
*> 9REGBI.dat is appended in run order, so the first image of a
*> zone is the one from before the night's first rewrite
01 WS-HZ-COUNT PIC 9(4) value 0.
01 WS-HZ-TABLE.
       02 WS-HZ-ENTRY OCCURS 2000 TIMES.
           03 WS-HZ-ZONE PIC X(100).
01 WS-HZ-IDX PIC 9(4) value 0.
01 WS-HZ-FOUND PIC 9 value 0.

*> the run times found on the run's history before-images -- each
*> is one execution of the run (a forced rerun or a resumed scan
*> runs again under a new time), and the executions are undone one
*> at a time, latest first, so a point touched by more than one
*> ends up as the first found it
01 WS-LT-COUNT PIC 9(3) value 0.
01 WS-LT-TABLE.
       02 WS-LT-ENTRY OCCURS 200 TIMES.
           03 WS-LT-TIME PIC 9(8).
           03 WS-LT-USED PIC X.
01 WS-LT-IDX PIC 9(3) value 0.
01 WS-LT-PICK PIC 9(3) value 0.
01 WS-LT-PASS PIC 9(3) value 0.
01 WS-LT-NOW PIC 9(8) value 0.
01 WS-LT-OVER PIC 9 value 0.
01 WS-LT-FOUND PIC 9 value 0.

*> UNSTRING targets for one audit, run-control, or catalog line
01 WS-TOK-TAG1 PIC X(12) value SPACES.
01 WS-TOK-DATE PIC X(10) value SPACES.
01 WS-TOK-TIME PIC X(10) value SPACES.
01 WS-TOK-TAG2 PIC X(12) value SPACES.
01 WS-TOK-FILE PIC X(100) value SPACES.
01 WS-LINE-MATCH PIC X value "N".
       88 WS-LINE-IS-LIVE value "L".
       88 WS-LINE-IS-BACKED value "B".

*> the generation catalogued for the run date, if any
01 WS-GEN-FOUND PIC 9 value 0.
01 WS-GEN-TIME PIC 9(8) value 0.
01 WS-GEN-OURS PIC 9 value 0.

*> tallies for the summary line
01 WS-DONE-AUDIT PIC 9(4) value 0.
01 WS-DONE-RUNCTL PIC 9(4) value 0.
01 WS-DONE-ZONES PIC 9(4) value 0.
01 WS-KEPT-ZONES PIC 9(4) value 0.
01 WS-DONE-POINTS PIC 9(6) value 0.
01 WS-KEPT-POINTS PIC 9(6) value 0.
01 WS-DONE-GENS PIC 9 value 0.
01 WS-COUNT-ED PIC Z(3)9.
01 WS-COUNT2-ED PIC Z(3)9.
01 WS-COUNT3-ED PIC Z(3)9.
01 WS-COUNT4-ED PIC Z(3)9.
01 WS-COUNT5-ED PIC Z(5)9.
01 WS-COUNT6-ED PIC Z(5)9.
01 WS-ROW-ED PIC Z(3)9.
01 WS-COL-ED PIC Z(3)9.
01 WS-LP-ED PIC Z(5)9.
01 WS-TOTAL-ED PIC Z(7)9.

PROCEDURE DIVISION.
*> the run to back out: the run date and the run name, from the
*> command line or else the environment -- both are required
ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
IF WS-ARG-COUNT > 1 THEN
       ACCEPT WS-BO-DATE-ARG FROM ARGUMENT-VALUE
       ACCEPT WS-BO-NAME FROM ARGUMENT-VALUE
ELSE
       ACCEPT WS-BO-DATE-ARG FROM ENVIRONMENT "BACKOUT_DATE"
       ACCEPT WS-BO-NAME FROM ENVIRONMENT "BACKOUT_NAME"
END-IF
IF WS-BO-DATE-ARG(1:8) is not numeric or
   WS-BO-DATE-ARG(9:2) not = SPACES or
   WS-BO-NAME = SPACES THEN
       DISPLAY "BACKOUT8: USAGE 9backout <yyyymmdd> <run-name>"
       MOVE 16 TO RETURN-CODE
       STOP RUN
END-IF
MOVE WS-BO-DATE-ARG(1:8) TO WS-BO-DATE

ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
ACCEPT WS-RUN-TIME FROM TIME

PERFORM 1000-FIND-THE-RUN

OPEN OUTPUT BORPT
MOVE SPACES TO BO-REC
STRING "BACKOUT:" SPACE WS-BO-DATE SPACE "FILE:" DELIMITED BY SIZE
       SPACE DELIMITED BY SIZE
       WS-BO-NAME DELIMITED BY SPACE
       SPACE DELIMITED BY SIZE
       "RUN:" SPACE WS-RUN-DATE SPACE WS-RUN-TIME
       DELIMITED BY SIZE INTO BO-REC
WRITE BO-REC

IF WS-FOUND-AUDIT > 0 THEN
       PERFORM 2000-MARK-AUDIT-LINES
END-IF
IF WS-FOUND-RUNCTL > 0 THEN
       PERFORM 3000-RELEASE-RUN-CONTROL
END-IF
IF WS-FOUND-RBI > 0 THEN
       PERFORM 4000-RESTORE-REGISTRY
END-IF
IF WS-FOUND-LBI > 0 THEN
       PERFORM 4200-RESTORE-LP-HISTORY
END-IF
IF WS-AT-COUNT > 0 THEN
       PERFORM 5000-REMOVE-GENERATION
ELSE
       MOVE SPACES TO BO-REC
       STRING "GENERATION: NONE -- THE RUN WAS NEVER AUDITED AS "
              "COMPLETE" DELIMITED BY SIZE INTO BO-REC
       WRITE BO-REC
END-IF

MOVE WS-DONE-AUDIT TO WS-COUNT-ED
MOVE WS-DONE-RUNCTL TO WS-COUNT2-ED
MOVE WS-DONE-ZONES TO WS-COUNT3-ED
MOVE WS-KEPT-ZONES TO WS-COUNT4-ED
MOVE WS-DONE-POINTS TO WS-COUNT5-ED
MOVE WS-KEPT-POINTS TO WS-COUNT6-ED
MOVE SPACES TO BO-REC
STRING "SUMMARY: AUDIT LINES:" SPACE WS-COUNT-ED SPACE
       "RUN CONTROL:" SPACE WS-COUNT2-ED SPACE
       "ZONES RESTORED:" SPACE WS-COUNT3-ED SPACE
       "NOT RESTORED:" SPACE WS-COUNT4-ED SPACE
       "POINTS RESTORED:" SPACE WS-COUNT5-ED SPACE
       "NOT RESTORED:" SPACE WS-COUNT6-ED SPACE
       "GENERATIONS:" SPACE WS-DONE-GENS
       DELIMITED BY SIZE INTO BO-REC
WRITE BO-REC
CLOSE BORPT

DISPLAY "Audit lines:" SPACE WS-COUNT-ED SPACE
        "Zones restored:" SPACE WS-COUNT3-ED SPACE
        "Not restored:" SPACE WS-COUNT4-ED SPACE
        "Points restored:" SPACE WS-COUNT5-ED SPACE
        "Not restored:" SPACE WS-COUNT6-ED SPACE
        "Generations:" SPACE WS-DONE-GENS
MOVE WS-MAX-RC TO RETURN-CODE
STOP RUN.

*> ---------------------------------------------------------------
*> 1000-FIND-THE-RUN
*> Reads the audit log, run control, and before-images for the run
*> without changing anything. A run with no trace in any of them
*> (a mistyped name or date, or a run already backed out) stops
*> here, as does one whose registry rewrites or history postings
*> can't be reversed because the registry or history won't open,
*> or whose executions are too many to take back in order --
*> either way nothing has been touched yet.
*> ---------------------------------------------------------------
1000-FIND-THE-RUN.
       MOVE "N" TO WS-AUDIT-EOF
       OPEN INPUT AUDIT
       IF WS-AUDIT-STATUS = "00" THEN
           READ AUDIT
               AT END SET WS-AUDIT-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-AUDIT-DONE
               PERFORM 2100-MATCH-AUDIT-LINE
               IF WS-LINE-IS-LIVE THEN
                   COMPUTE WS-FOUND-AUDIT = WS-FOUND-AUDIT + 1
               END-IF
               IF WS-LINE-IS-BACKED THEN
                   COMPUTE WS-FOUND-DONE = WS-FOUND-DONE + 1
               END-IF
               READ AUDIT
                   AT END SET WS-AUDIT-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUDIT
       END-IF

       MOVE "N" TO WS-RUNCTL-EOF
       OPEN INPUT RUNCTL
       IF WS-RUNCTL-STATUS = "00" THEN
           READ RUNCTL
               AT END SET WS-RUNCTL-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-RUNCTL-DONE
               PERFORM 3100-MATCH-RUNCTL-LINE
               IF WS-LINE-IS-LIVE THEN
                   COMPUTE WS-FOUND-RUNCTL = WS-FOUND-RUNCTL + 1
               END-IF
               READ RUNCTL
                   AT END SET WS-RUNCTL-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE RUNCTL
       END-IF

       MOVE "N" TO WS-RBI-EOF
       OPEN INPUT REGBI
       IF WS-RBI-STATUS = "00" THEN
           READ REGBI
               AT END SET WS-RBI-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-RBI-DONE
               IF RBI-RUN-DATE = WS-BO-DATE and
                  RBI-RUN-NAME = WS-BO-NAME THEN
                   COMPUTE WS-FOUND-RBI = WS-FOUND-RBI + 1
               END-IF
               READ REGBI
                   AT END SET WS-RBI-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE REGBI
       END-IF

       MOVE "N" TO WS-LBI-EOF
       OPEN INPUT LPHBI
       IF WS-LBI-STATUS = "00" THEN
           READ LPHBI
               AT END SET WS-LBI-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-LBI-DONE
               IF LBI-RUN-DATE = WS-BO-DATE and
                  LBI-RUN-NAME = WS-BO-NAME THEN
                   COMPUTE WS-FOUND-LBI = WS-FOUND-LBI + 1
                   PERFORM 1100-NOTE-EXECUTION-TIME
               END-IF
               READ LPHBI
                   AT END SET WS-LBI-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE LPHBI
       END-IF

       IF WS-FOUND-AUDIT = 0 and WS-FOUND-RUNCTL = 0 and
          WS-FOUND-RBI = 0 and WS-FOUND-LBI = 0 THEN
           IF WS-FOUND-DONE > 0 THEN
               DISPLAY "BACKOUT8: " WS-BO-NAME(1:40) " ON "
                       WS-BO-DATE " IS ALREADY BACKED OUT"
           ELSE
               DISPLAY "BACKOUT8: NO RUN OF " WS-BO-NAME(1:40)
                       " ON " WS-BO-DATE " FOUND"
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       IF WS-FOUND-RBI > 0 THEN
           OPEN I-O ZREG
           IF WS-ZREG-STATUS not = "00" THEN
               DISPLAY "BACKOUT8: CANNOT OPEN REGISTRY 9ZONES.idx "
                       "STATUS " WS-ZREG-STATUS " -- NOTHING BACKED "
                       "OUT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-ZREG-OPEN
       END-IF

       IF WS-LT-OVER = 1 THEN
           DISPLAY "BACKOUT8: " WS-BO-NAME(1:40) " ON " WS-BO-DATE
                   " RAN MORE THAN 200 TIMES -- NOTHING BACKED OUT"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       IF WS-FOUND-LBI > 0 THEN
           OPEN I-O LPHIST
           IF WS-LPH-STATUS not = "00" THEN
               DISPLAY "BACKOUT8: CANNOT OPEN HISTORY 9LPHIST.idx "
                       "STATUS " WS-LPH-STATUS " -- NOTHING BACKED "
                       "OUT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-LPH-OPEN
       END-IF.

*> ---------------------------------------------------------------
*> 1100-NOTE-EXECUTION-TIME
*> Adds LBI-RUN-TIME to the run's execution times when it is not
*> there already. More than the table holds is flagged, and 1000
*> stops on it.
*> ---------------------------------------------------------------
1100-NOTE-EXECUTION-TIME.
       MOVE 0 TO WS-LT-FOUND
       MOVE 1 TO WS-LT-IDX
       PERFORM UNTIL WS-LT-IDX > WS-LT-COUNT or WS-LT-FOUND = 1
           IF WS-LT-TIME(WS-LT-IDX) = LBI-RUN-TIME THEN
               MOVE 1 TO WS-LT-FOUND
           END-IF
           COMPUTE WS-LT-IDX = WS-LT-IDX + 1
       END-PERFORM

       IF WS-LT-FOUND = 0 THEN
           IF WS-LT-COUNT < 200 THEN
               COMPUTE WS-LT-COUNT = WS-LT-COUNT + 1
               MOVE LBI-RUN-TIME TO WS-LT-TIME(WS-LT-COUNT)
               MOVE "N" TO WS-LT-USED(WS-LT-COUNT)
           ELSE
               MOVE 1 TO WS-LT-OVER
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2000-MARK-AUDIT-LINES
*> Rewrites 9AUDIT.dat with the run's lines re-tagged BACKEDOUT:
*> -- the same width as TIMESTAMP:, so the rest of each line stays
*> exactly where main8 put it -- and every other line as it was.
*> Each marked line is listed, and its run time kept for the
*> generation check.
*> ---------------------------------------------------------------
2000-MARK-AUDIT-LINES.
       MOVE "N" TO WS-AUDIT-EOF
       OPEN INPUT AUDIT
       OPEN OUTPUT WORK
       READ AUDIT
           AT END SET WS-AUDIT-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-AUDIT-DONE
           PERFORM 2100-MATCH-AUDIT-LINE
           IF WS-LINE-IS-LIVE THEN
               MOVE "BACKEDOUT:" TO AUDIT-REC(1:10)
               COMPUTE WS-DONE-AUDIT = WS-DONE-AUDIT + 1
               IF WS-AT-COUNT < 50 THEN
                   COMPUTE WS-AT-COUNT = WS-AT-COUNT + 1
                   MOVE WS-TOK-TIME(1:8) TO WS-AT-TIME(WS-AT-COUNT)
               END-IF
               MOVE SPACES TO BO-REC
               STRING "AUDIT:" SPACE AUDIT-REC
                      DELIMITED BY SIZE INTO BO-REC
               WRITE BO-REC
           END-IF
           MOVE AUDIT-REC TO WORK-REC
           WRITE WORK-REC
           READ AUDIT
               AT END SET WS-AUDIT-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE WORK
       CLOSE AUDIT

       MOVE "9AUDIT.dat" TO WS-COPYOUT-FILE
       PERFORM 8000-COPY-WORK-BACK.

*> ---------------------------------------------------------------
*> 2100-MATCH-AUDIT-LINE
*> Parses one audit line the way main8 writes it and flags it live
*> (still TIMESTAMP:) or already backed out when it is the run's.
*> ---------------------------------------------------------------
2100-MATCH-AUDIT-LINE.
       MOVE "N" TO WS-LINE-MATCH
       MOVE SPACES TO WS-TOK-TAG1 WS-TOK-DATE WS-TOK-TIME
                      WS-TOK-TAG2 WS-TOK-FILE
       UNSTRING AUDIT-REC DELIMITED BY ALL " "
           INTO WS-TOK-TAG1 WS-TOK-DATE WS-TOK-TIME WS-TOK-TAG2
                WS-TOK-FILE
       END-UNSTRING

       IF WS-TOK-TAG2 = "FILE:" and
          WS-TOK-DATE(1:8) = WS-BO-DATE-ARG(1:8) and
          WS-TOK-FILE = WS-BO-NAME THEN
           IF WS-TOK-TAG1 = "TIMESTAMP:" THEN
               SET WS-LINE-IS-LIVE TO TRUE
           END-IF
           IF WS-TOK-TAG1 = "BACKEDOUT:" THEN
               SET WS-LINE-IS-BACKED TO TRUE
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 3000-RELEASE-RUN-CONTROL
*> Rewrites 9RUNCTL.dat without the run's lines -- the lock a
*> rescoring of the same name and date would otherwise trip over.
*> ---------------------------------------------------------------
3000-RELEASE-RUN-CONTROL.
       MOVE "N" TO WS-RUNCTL-EOF
       OPEN INPUT RUNCTL
       OPEN OUTPUT WORK
       READ RUNCTL
           AT END SET WS-RUNCTL-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-RUNCTL-DONE
           PERFORM 3100-MATCH-RUNCTL-LINE
           IF WS-LINE-IS-LIVE THEN
               COMPUTE WS-DONE-RUNCTL = WS-DONE-RUNCTL + 1
               MOVE SPACES TO BO-REC
               STRING "RUN CONTROL: RELEASED" SPACE RUNCTL-REC
                      DELIMITED BY SIZE INTO BO-REC
               WRITE BO-REC
           ELSE
               MOVE RUNCTL-REC TO WORK-REC
               WRITE WORK-REC
           END-IF
           READ RUNCTL
               AT END SET WS-RUNCTL-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE WORK
       CLOSE RUNCTL

       MOVE "9RUNCTL.dat" TO WS-COPYOUT-FILE
       PERFORM 8000-COPY-WORK-BACK.

*> ---------------------------------------------------------------
*> 3100-MATCH-RUNCTL-LINE
*> Parses one run-control line the way main8 writes it and flags
*> it when it is the run's name and date.
*> ---------------------------------------------------------------
3100-MATCH-RUNCTL-LINE.
       MOVE "N" TO WS-LINE-MATCH
       MOVE SPACES TO WS-TOK-TAG1 WS-TOK-DATE WS-TOK-TIME
                      WS-TOK-TAG2 WS-TOK-FILE
       UNSTRING RUNCTL-REC DELIMITED BY ALL " "
           INTO WS-TOK-TAG1 WS-TOK-DATE WS-TOK-TIME WS-TOK-TAG2
                WS-TOK-FILE
       END-UNSTRING

       IF WS-TOK-TAG1 = "RUN:" and WS-TOK-TAG2 = "FILE:" and
          WS-TOK-DATE(1:8) = WS-BO-DATE-ARG(1:8) and
          WS-TOK-FILE = WS-BO-NAME THEN
           SET WS-LINE-IS-LIVE TO TRUE
       END-IF.

*> ---------------------------------------------------------------
*> 4000-RESTORE-REGISTRY
*> Rewrites 9REGBI.dat without the run's before-images, restoring
*> each zone from the first of them on the way through. Every
*> other run's images are kept as they were.
*> ---------------------------------------------------------------
4000-RESTORE-REGISTRY.
       MOVE "N" TO WS-RBI-EOF
       OPEN INPUT REGBI
       OPEN OUTPUT WORK
       READ REGBI
           AT END SET WS-RBI-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-RBI-DONE
           IF RBI-RUN-DATE = WS-BO-DATE and
              RBI-RUN-NAME = WS-BO-NAME THEN
               PERFORM 4150-FIND-HANDLED-ZONE
               IF WS-HZ-FOUND = 0 THEN
                   PERFORM 4100-RESTORE-ONE-ZONE
               END-IF
           ELSE
               MOVE RBI-REC TO WORK-REC
               WRITE WORK-REC
           END-IF
           READ REGBI
               AT END SET WS-RBI-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE WORK
       CLOSE REGBI
       CLOSE ZREG
       MOVE 0 TO WS-ZREG-OPEN

       MOVE "9REGBI.dat" TO WS-COPYOUT-FILE
       PERFORM 8000-COPY-WORK-BACK.

*> ---------------------------------------------------------------
*> 4100-RESTORE-ONE-ZONE
*> Puts RBI-REC's saved figures back on its zone's registry record
*> -- but only while the record still carries the backed-out run's
*> date. A zone scored again since (or retired from the registry)
*> is listed and left as it stands, with the warning return code.
*> ---------------------------------------------------------------
4100-RESTORE-ONE-ZONE.
       IF WS-HZ-COUNT < 2000 THEN
           COMPUTE WS-HZ-COUNT = WS-HZ-COUNT + 1
           MOVE RBI-ZONE TO WS-HZ-ZONE(WS-HZ-COUNT)
       END-IF

       MOVE RBI-ZONE TO ZREG-NAME
       READ ZREG
           INVALID KEY
               COMPUTE WS-KEPT-ZONES = WS-KEPT-ZONES + 1
               MOVE SPACES TO BO-REC
               STRING "REGISTRY:" DELIMITED BY SIZE
                      SPACE DELIMITED BY SIZE
                      RBI-ZONE DELIMITED BY SPACE
                      SPACE DELIMITED BY SIZE
                      "NOT IN REGISTRY -- NOT RESTORED"
                      DELIMITED BY SIZE INTO BO-REC
               WRITE BO-REC
               IF WS-MAX-RC < 4 THEN
                   MOVE 4 TO WS-MAX-RC
               END-IF
           NOT INVALID KEY
               IF ZREG-LAST-DATE = WS-BO-DATE THEN
                   MOVE RBI-LAST-DATE TO ZREG-LAST-DATE
                   MOVE RBI-LAST-LP TO ZREG-LAST-LP
                   MOVE RBI-LAST-TOTAL TO ZREG-LAST-TOTAL
                   REWRITE ZREG-REC
                       INVALID KEY DISPLAY "BACKOUT8: REGISTRY "
                           "REWRITE FAILED FOR " RBI-ZONE(1:40)
                   END-REWRITE
                   COMPUTE WS-DONE-ZONES = WS-DONE-ZONES + 1
                   MOVE RBI-LAST-LP TO WS-LP-ED
                   MOVE RBI-LAST-TOTAL TO WS-TOTAL-ED
                   MOVE SPACES TO BO-REC
                   STRING "REGISTRY:" DELIMITED BY SIZE
                          SPACE DELIMITED BY SIZE
                          RBI-ZONE DELIMITED BY SPACE
                          SPACE DELIMITED BY SIZE
                          "RESTORED LAST DATE:" SPACE RBI-LAST-DATE
                          SPACE "LOWPOINTS:" SPACE WS-LP-ED SPACE
                          "TOTAL:" SPACE WS-TOTAL-ED
                          DELIMITED BY SIZE INTO BO-REC
                   WRITE BO-REC
               ELSE
                   COMPUTE WS-KEPT-ZONES = WS-KEPT-ZONES + 1
                   MOVE SPACES TO BO-REC
                   STRING "REGISTRY:" DELIMITED BY SIZE
                          SPACE DELIMITED BY SIZE
                          RBI-ZONE DELIMITED BY SPACE
                          SPACE DELIMITED BY SIZE
                          "SCORED SINCE ON" SPACE ZREG-LAST-DATE SPACE
                          "-- NOT RESTORED"
                          DELIMITED BY SIZE INTO BO-REC
                   WRITE BO-REC
                   IF WS-MAX-RC < 4 THEN
                       MOVE 4 TO WS-MAX-RC
                   END-IF
               END-IF
       END-READ.

*> ---------------------------------------------------------------
*> 4150-FIND-HANDLED-ZONE
*> Sets WS-HZ-FOUND when RBI-ZONE has already had its first
*> before-image dealt with -- a later image of the same zone is
*> from a forced rerun, and holds the backed-out run's own figures.
*> ---------------------------------------------------------------
4150-FIND-HANDLED-ZONE.
       MOVE 0 TO WS-HZ-FOUND
       MOVE 1 TO WS-HZ-IDX
       PERFORM UNTIL WS-HZ-IDX > WS-HZ-COUNT or WS-HZ-FOUND = 1
           IF WS-HZ-ZONE(WS-HZ-IDX) = RBI-ZONE THEN
               MOVE 1 TO WS-HZ-FOUND
           END-IF
           COMPUTE WS-HZ-IDX = WS-HZ-IDX + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 4200-RESTORE-LP-HISTORY
*> Takes back the run's low-point history postings one execution
*> at a time, the latest first: each pass over 9LPHBI.dat undoes
*> that execution's adds, rewrites, and closes, so after the last
*> pass every point stands as the night's first execution found
*> it. 9LPHBI.dat is then rewritten without the run's images, every
*> other run's kept as they were.
*> ---------------------------------------------------------------
4200-RESTORE-LP-HISTORY.
       MOVE 1 TO WS-LT-PASS
       PERFORM UNTIL WS-LT-PASS > WS-LT-COUNT
           PERFORM 4210-PICK-LATEST-TIME
           PERFORM 4220-UNDO-ONE-EXECUTION
           COMPUTE WS-LT-PASS = WS-LT-PASS + 1
       END-PERFORM
       CLOSE LPHIST
       MOVE 0 TO WS-LPH-OPEN

       MOVE "N" TO WS-LBI-EOF
       OPEN INPUT LPHBI
       OPEN OUTPUT WORK
       READ LPHBI
           AT END SET WS-LBI-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-LBI-DONE
           IF LBI-RUN-DATE not = WS-BO-DATE or
              LBI-RUN-NAME not = WS-BO-NAME THEN
               MOVE LBI-REC TO WORK-REC
               WRITE WORK-REC
           END-IF
           READ LPHBI
               AT END SET WS-LBI-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE WORK
       CLOSE LPHBI

       MOVE "9LPHBI.dat" TO WS-COPYOUT-FILE
       PERFORM 8000-COPY-WORK-BACK.

*> ---------------------------------------------------------------
*> 4210-PICK-LATEST-TIME
*> Leaves in WS-LT-NOW the latest execution time not yet undone,
*> and marks it used.
*> ---------------------------------------------------------------
4210-PICK-LATEST-TIME.
       MOVE 0 TO WS-LT-PICK
       MOVE 0 TO WS-LT-NOW
       MOVE 1 TO WS-LT-IDX
       PERFORM UNTIL WS-LT-IDX > WS-LT-COUNT
           IF WS-LT-USED(WS-LT-IDX) = "N" THEN
               IF WS-LT-PICK = 0 THEN
                   MOVE WS-LT-IDX TO WS-LT-PICK
                   MOVE WS-LT-TIME(WS-LT-IDX) TO WS-LT-NOW
               ELSE
                   IF WS-LT-TIME(WS-LT-IDX) > WS-LT-NOW THEN
                       MOVE WS-LT-IDX TO WS-LT-PICK
                       MOVE WS-LT-TIME(WS-LT-IDX) TO WS-LT-NOW
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-LT-IDX = WS-LT-IDX + 1
       END-PERFORM
       MOVE "Y" TO WS-LT-USED(WS-LT-PICK).

*> ---------------------------------------------------------------
*> 4220-UNDO-ONE-EXECUTION
*> One pass over 9LPHBI.dat, undoing each image of the run at
*> execution time WS-LT-NOW.
*> ---------------------------------------------------------------
4220-UNDO-ONE-EXECUTION.
       MOVE "N" TO WS-LBI-EOF
       OPEN INPUT LPHBI
       READ LPHBI
           AT END SET WS-LBI-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-LBI-DONE
           IF LBI-RUN-DATE = WS-BO-DATE and
              LBI-RUN-NAME = WS-BO-NAME and
              LBI-RUN-TIME = WS-LT-NOW THEN
               PERFORM 4230-RESTORE-ONE-POINT
           END-IF
           READ LPHBI
               AT END SET WS-LBI-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE LPHBI.

*> ---------------------------------------------------------------
*> 4230-RESTORE-ONE-POINT
*> Undoes one history posting: a point the run added is deleted, a
*> point it rewrote or closed is put back from its saved image --
*> but only while the point still stands as the run left it, last
*> seen or closed on the run date and nothing later. A point seen
*> or closed again since (or gone from the history) is listed and
*> left as it stands, with the warning return code.
*> ---------------------------------------------------------------
4230-RESTORE-ONE-POINT.
       MOVE LBI-IMAGE TO LPH-REC
       MOVE LPH-ROW TO WS-ROW-ED
       MOVE LPH-COL TO WS-COL-ED
       MOVE 1 TO WS-LPH-FOUND
       READ LPHIST
           INVALID KEY MOVE 0 TO WS-LPH-FOUND
       END-READ

       IF WS-LPH-FOUND = 0 THEN
           COMPUTE WS-KEPT-POINTS = WS-KEPT-POINTS + 1
           MOVE SPACES TO BO-REC
           STRING "LOW POINT:" DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  LBI-IMAGE(1:100) DELIMITED BY SPACE
                  SPACE DELIMITED BY SIZE
                  "ROW:" SPACE WS-ROW-ED SPACE "COL:" SPACE
                  WS-COL-ED SPACE "NOT IN HISTORY -- NOT RESTORED"
                  DELIMITED BY SIZE INTO BO-REC
           WRITE BO-REC
           IF WS-MAX-RC < 4 THEN
               MOVE 4 TO WS-MAX-RC
           END-IF
       ELSE
           IF (LPH-LAST-DATE = WS-BO-DATE or
               LPH-CLOSED-DATE = WS-BO-DATE) and
              LPH-LAST-DATE not > WS-BO-DATE and
              LPH-CLOSED-DATE not > WS-BO-DATE THEN
               COMPUTE WS-DONE-POINTS = WS-DONE-POINTS + 1
               IF LBI-ACTION = "A" THEN
                   DELETE LPHIST RECORD
                       INVALID KEY DISPLAY "BACKOUT8: HISTORY "
                           "DELETE FAILED FOR " LPH-ZONE(1:40)
                   END-DELETE
                   MOVE SPACES TO BO-REC
                   STRING "LOW POINT:" DELIMITED BY SIZE
                          SPACE DELIMITED BY SIZE
                          LPH-ZONE DELIMITED BY SPACE
                          SPACE DELIMITED BY SIZE
                          "ROW:" SPACE WS-ROW-ED SPACE "COL:" SPACE
                          WS-COL-ED SPACE "REMOVED -- FIRST SEEN BY "
                          "THIS RUN"
                          DELIMITED BY SIZE INTO BO-REC
                   WRITE BO-REC
               ELSE
                   MOVE LBI-IMAGE TO LPH-REC
                   REWRITE LPH-REC
                       INVALID KEY DISPLAY "BACKOUT8: HISTORY "
                           "REWRITE FAILED FOR " LPH-ZONE(1:40)
                   END-REWRITE
                   MOVE SPACES TO BO-REC
                   STRING "LOW POINT:" DELIMITED BY SIZE
                          SPACE DELIMITED BY SIZE
                          LPH-ZONE DELIMITED BY SPACE
                          SPACE DELIMITED BY SIZE
                          "ROW:" SPACE WS-ROW-ED SPACE "COL:" SPACE
                          WS-COL-ED SPACE "RESTORED LAST SEEN:" SPACE
                          LPH-LAST-DATE SPACE "STATUS:" SPACE
                          LPH-STATUS
                          DELIMITED BY SIZE INTO BO-REC
                   WRITE BO-REC
               END-IF
           ELSE
               COMPUTE WS-KEPT-POINTS = WS-KEPT-POINTS + 1
               MOVE SPACES TO BO-REC
               STRING "LOW POINT:" DELIMITED BY SIZE
                      SPACE DELIMITED BY SIZE
                      LPH-ZONE DELIMITED BY SPACE
                      SPACE DELIMITED BY SIZE
                      "ROW:" SPACE WS-ROW-ED SPACE "COL:" SPACE
                      WS-COL-ED SPACE "CHANGED SINCE -- NOT RESTORED"
                      DELIMITED BY SIZE INTO BO-REC
               WRITE BO-REC
               IF WS-MAX-RC < 4 THEN
                   MOVE 4 TO WS-MAX-RC
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 5000-REMOVE-GENERATION
*> Finds the run date's entry in 9GENCAT.dat. When its catalogued
*> time is one of the backed-out run's, the date's generation
*> files are deleted and the catalog is rewritten without the
*> entry; otherwise a later run owns the generation and it is kept.
*> ---------------------------------------------------------------
5000-REMOVE-GENERATION.
       MOVE 0 TO WS-GEN-FOUND
       MOVE 0 TO WS-GEN-OURS
       MOVE "N" TO WS-GENCAT-EOF
       OPEN INPUT GENCAT
       IF WS-GENCAT-STATUS = "00" THEN
           READ GENCAT
               AT END SET WS-GENCAT-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENCAT-DONE
               PERFORM 5100-PARSE-GEN-LINE
               READ GENCAT
                   AT END SET WS-GENCAT-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENCAT
       END-IF

       IF WS-GEN-FOUND = 0 THEN
           MOVE SPACES TO BO-REC
           STRING "GENERATION: NONE CATALOGUED FOR" SPACE WS-BO-DATE
                  DELIMITED BY SIZE INTO BO-REC
           WRITE BO-REC
       ELSE
           MOVE 1 TO WS-AT-IDX
           PERFORM UNTIL WS-AT-IDX > WS-AT-COUNT
               IF WS-AT-TIME(WS-AT-IDX) = WS-GEN-TIME THEN
                   MOVE 1 TO WS-GEN-OURS
               END-IF
               COMPUTE WS-AT-IDX = WS-AT-IDX + 1
           END-PERFORM
           IF WS-GEN-OURS = 1 THEN
               PERFORM 5200-DELETE-GENERATION
           ELSE
               MOVE SPACES TO BO-REC
               STRING "GENERATION:" SPACE WS-BO-DATE SPACE
                      "BELONGS TO THE RUN AT" SPACE WS-GEN-TIME
                      SPACE "-- KEPT"
                      DELIMITED BY SIZE INTO BO-REC
               WRITE BO-REC
               IF WS-MAX-RC < 4 THEN
                   MOVE 4 TO WS-MAX-RC
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 5100-PARSE-GEN-LINE
*> Splits one catalog line the way main8 writes it and notes the
*> run date's entry and its time.
*> ---------------------------------------------------------------
5100-PARSE-GEN-LINE.
       MOVE SPACES TO WS-TOK-TAG1 WS-TOK-DATE WS-TOK-TIME
       UNSTRING GENCAT-REC DELIMITED BY ALL " "
           INTO WS-TOK-TAG1 WS-TOK-DATE WS-TOK-TIME
       END-UNSTRING

       IF WS-TOK-TAG1 = "GEN:" and
          WS-TOK-DATE(1:8) = WS-BO-DATE-ARG(1:8) and
          WS-TOK-TIME(1:8) is numeric THEN
           MOVE 1 TO WS-GEN-FOUND
           MOVE WS-TOK-TIME(1:8) TO WS-GEN-TIME
       END-IF.

*> ---------------------------------------------------------------
*> 5200-DELETE-GENERATION
*> Deletes the run date's 9RPT, 9BASIN, 9INTF, and 9EXCEPT
*> generations and rewrites 9GENCAT.dat without that date's entry.
*> ---------------------------------------------------------------
5200-DELETE-GENERATION.
       MOVE SPACES TO WS-DEL-NAME
       STRING "9RPT." WS-BO-DATE ".dat"
              DELIMITED BY SIZE INTO WS-DEL-NAME
       PERFORM 5250-DELETE-GEN-FILE
       MOVE SPACES TO WS-DEL-NAME
       STRING "9BASIN." WS-BO-DATE ".dat"
              DELIMITED BY SIZE INTO WS-DEL-NAME
       PERFORM 5250-DELETE-GEN-FILE
       MOVE SPACES TO WS-DEL-NAME
       STRING "9INTF." WS-BO-DATE ".dat"
              DELIMITED BY SIZE INTO WS-DEL-NAME
       PERFORM 5250-DELETE-GEN-FILE
       MOVE SPACES TO WS-DEL-NAME
       STRING "9EXCEPT." WS-BO-DATE ".dat"
              DELIMITED BY SIZE INTO WS-DEL-NAME
       PERFORM 5250-DELETE-GEN-FILE

       MOVE "N" TO WS-GENCAT-EOF
       OPEN INPUT GENCAT
       OPEN OUTPUT WORK
       READ GENCAT
           AT END SET WS-GENCAT-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-GENCAT-DONE
           MOVE 0 TO WS-GEN-FOUND
           PERFORM 5100-PARSE-GEN-LINE
           IF WS-GEN-FOUND = 1 THEN
               MOVE SPACES TO BO-REC
               STRING "CATALOG: REMOVED" SPACE GENCAT-REC
                      DELIMITED BY SIZE INTO BO-REC
               WRITE BO-REC
           ELSE
               MOVE GENCAT-REC TO WORK-REC
               WRITE WORK-REC
           END-IF
           READ GENCAT
               AT END SET WS-GENCAT-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE WORK
       CLOSE GENCAT
       MOVE 1 TO WS-DONE-GENS

       MOVE "9GENCAT.dat" TO WS-COPYOUT-FILE
       PERFORM 8000-COPY-WORK-BACK.

*> ---------------------------------------------------------------
*> 5250-DELETE-GEN-FILE
*> Removes the generation file named in WS-DEL-NAME and lists it.
*> A file already gone (aged out, or removed by hand) is listed as
*> such -- the catalog entry is still retired.
*> ---------------------------------------------------------------
5250-DELETE-GEN-FILE.
       CALL "CBL_DELETE_FILE" USING WS-DEL-NAME
           RETURNING WS-DEL-RC
       END-CALL
       MOVE SPACES TO BO-REC
       IF WS-DEL-RC = 0 THEN
           STRING "GENERATION:" DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  WS-DEL-NAME DELIMITED BY SPACE
                  SPACE DELIMITED BY SIZE
                  "DELETED" DELIMITED BY SIZE INTO BO-REC
       ELSE
           STRING "GENERATION:" DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  WS-DEL-NAME DELIMITED BY SPACE
                  SPACE DELIMITED BY SIZE
                  "NOT ON DISK" DELIMITED BY SIZE INTO BO-REC
       END-IF
       WRITE BO-REC.

*> ---------------------------------------------------------------
*> 8000-COPY-WORK-BACK
*> Copies the finished work file over the file named in
*> WS-COPYOUT-FILE and removes the work file.
*> ---------------------------------------------------------------
8000-COPY-WORK-BACK.
       MOVE "N" TO WS-WORK-EOF
       OPEN INPUT WORK
       OPEN OUTPUT COPYOUT
       READ WORK
           AT END SET WS-WORK-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-WORK-DONE
           MOVE WORK-REC TO COPYOUT-REC
           WRITE COPYOUT-REC
           READ WORK
               AT END SET WS-WORK-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE COPYOUT
       CLOSE WORK
       CALL "CBL_DELETE_FILE" USING WS-WORK-FILE
           RETURNING WS-DEL-RC
       END-CALL.
