       >>SOURCE FORMAT FREE
*> To run do `cobc -x -I copybooks 9/9jobctl.cob && ./9jobctl [step-file] [-RESTART [step]]`
*> from the repo root, in the directory the night's programs run
*> in. The step file defaults to 9STEPS.dat, or the JOB_STEPS
*> environment variable. Appends to 9STEPLOG.dat; writes
*> 9STEPRST.dat when the stream has to be restarted.
IDENTIFICATION DIVISION.
program-id. jobctl8.
author. Andrew.
date-written. Oct 15, 2026.

*> Nightly job-stream controller. The night used to be run by hand
*> -- main8, verify8, ackrec8, bastrk8 against the prior generation,
*> mornsum8 -- with the operator reading each return code and
*> deciding whether to go on. This program runs the steps a step
*> file defines, in order, and applies each step's own rules to its
*> return code: CONTINUE, SKIP the steps that depend on it, or STOP
*> the stream. Every step's start, end, return code, and what was
*> done about it goes to the 9STEPLOG.dat step log as it happens,
*> so mornsum8 (usually the last step) can report which steps
*> actually ran.
*>
*> When a step skips or stops, 9STEPRST.dat records the steps that
*> finished clean ahead of it. `-RESTART` then picks the stream up
*> at that step: the steps before it are carried forward from the
*> restart file rather than rerun -- so a verify8 failure at 3 a.m.
*> doesn't mean rerunning main8 into its own run-control lock.
*> `-RESTART step` restarts at the named step instead; any step
*> ahead of it the restart file doesn't show finishing is logged as
*> BYPASSED. A stream that ends with every step continuing removes
*> the restart file.
*>
*> Every stream is stamped with the night it belongs to -- NIGHT: on
*> its STREAM: START line. A normal stream's night is the date it
*> started; the restart file carries that night forward, so a
*> restart the next morning (and any restart of that restart) still
*> answers for the night the stream began on, and mornsum8 finds it.
*>
*> The step file is fixed-field, one step per line (a line starting
*> "*" is a comment):
*>   cols   1-8   step name
*>   cols   9-16  the step it depends on, blank for none -- it must
*>                be defined earlier in the file
*>   cols  17-20  the action for a return code of 4, 8, 12, and 16:
*>                C continue, S skip dependent steps, X stop the
*>                stream. Zero always continues; a code in between
*>                takes the action of the next band up.
*>   cols  21-220 the command line
*> In the command, &RUNDATE is tonight's date (YYYYMMDD), &GEN the
*> newest generation in 9GENCAT.dat, and &PRVGEN the generation
*> before it -- what bastrk8 compares tonight against:
*>   MAIN8           CCXX./9 -BATCH 9BATCH.dat
*>   VERIFY8 MAIN8   CSXX./9verify
*>   ACKREC8 MAIN8   CSXX./9ackrec
*>   BASTRK8 MAIN8   CSSS./9bastrk 9BASIN.&PRVGEN.dat 9BASIN.dat
*>   MORNSUM8        CCCC./9mornsum
*> The controller ends with the worst return code any step ran to,
*> or 16 when the step file or restart can't be used.

ENVIRONMENT DIVISION.
input-output section.
file-control.
       select STEPS assign to dynamic WS-STEPS-FILE
           organization is line sequential
           access is sequential
           file status is WS-STEPS-STATUS.
       select GENCAT assign to "9GENCAT.dat"
           organization is line sequential
           access is sequential
           file status is WS-GENCAT-STATUS.
       select STEPLOG assign to "9STEPLOG.dat"
           organization is line sequential
           access is sequential
           file status is WS-STEPLOG-STATUS.
       select STEPRST assign to "9STEPRST.dat"
           organization is line sequential
           access is sequential
           file status is WS-STEPRST-STATUS.

DATA DIVISION.
FILE SECTION.
FD STEPS.
01 STEPS-REC.
       02 STP-NAME PIC X(8).
       02 STP-AFTER PIC X(8).
       02 STP-ACTIONS.
           03 STP-ACT PIC X OCCURS 4 TIMES.
       02 STP-COMMAND PIC X(200).

FD GENCAT.
01 GENCAT-REC PIC X(150).

FD STEPLOG.
01 STEPLOG-REC PIC X(200).

FD STEPRST.
01 STEPRST-REC PIC X(150).

WORKING-STORAGE SECTION.
01 WS-STEPS-FILE PIC X(100) value SPACES.
01 WS-STEPS-STATUS PIC XX value "00".
01 WS-STEPS-EOF PIC X value "N".
       88 WS-STEPS-DONE value "Y".
01 WS-GENCAT-STATUS PIC XX value "00".
01 WS-GENCAT-EOF PIC X value "N".
       88 WS-GENCAT-DONE value "Y".
01 WS-STEPLOG-STATUS PIC XX value "00".
01 WS-STEPRST-STATUS PIC XX value "00".
01 WS-STEPRST-EOF PIC X value "N".
       88 WS-STEPRST-DONE value "Y".
01 WS-ARG-COUNT PIC 99 value 0.
01 WS-ARG-IDX PIC 99 value 0.
01 WS-NEXT-ARG PIC X(100) value SPACES.
01 WS-RUN-DATE PIC 9(8) value 0.
01 WS-RUN-TIME PIC 9(8) value 0.
*> the night the stream belongs to -- its own start date, or on a
*> restart the night the restart file carries forward
01 WS-NIGHT-DATE PIC 9(8) value 0.
01 WS-MAX-RC PIC 99 value 0.
01 WS-DEF-ERRORS PIC 9(4) value 0.
01 WS-DEF-LINE-NUM PIC 9(4) value 0.

*> -RESTART, and the step it restarts at (from the argument or the
*> restart file)
01 WS-RESTART-SWITCH PIC X value "N".
       88 WS-IS-RESTART value "Y".
01 WS-RESTART-FROM PIC X(8) value SPACES.
01 WS-RESTART-IDX PIC 99 value 0.

*> the steps as defined, and how each fared tonight. WS-STP-STATUS
*> is "P" pending, "R" ran, "F" could not be started, "K" skipped
*> after the step it depends on, "N" not run (stream stopped), "E"
*> finished earlier (carried from the restart file), "B" bypassed
*> by a restart past it. WS-STP-TAKEN is the action applied to its
*> return code: "C" continue, "S" skip dependents, "X" stop.
01 WS-STP-COUNT PIC 99 value 0.
01 WS-STP-TABLE.
       02 WS-STP-ENTRY OCCURS 50 TIMES.
           03 WS-STP-NAME PIC X(8).
           03 WS-STP-AFTER PIC X(8).
           03 WS-STP-AFTER-IDX PIC 99.
           03 WS-STP-ACT PIC X OCCURS 4 TIMES.
           03 WS-STP-COMMAND PIC X(200).
           03 WS-STP-STATUS PIC X.
           03 WS-STP-RC PIC 99.
           03 WS-STP-TAKEN PIC X.
           03 WS-STP-START-DATE PIC 9(8).
           03 WS-STP-START-TIME PIC 9(8).
           03 WS-STP-END-DATE PIC 9(8).
           03 WS-STP-END-TIME PIC 9(8).
           03 WS-STP-REASON PIC X(60).
01 WS-STP-IDX PIC 99 value 0.
01 WS-STP-SCAN PIC 99 value 0.
01 WS-STP-FOUND PIC 99 value 0.
01 WS-ACT-IDX PIC 9 value 0.

*> the stream's state as the steps go by
01 WS-STOP-SWITCH PIC X value "N".
       88 WS-STREAM-STOPPED value "Y".
01 WS-STOP-NAME PIC X(8) value SPACES.
01 WS-FAIL-IDX PIC 99 value 0.

*> running a step: the command after substitution, and the raw
*> wait status the system call hands back (exit code times 256)
01 WS-CMD-OUT PIC X(300) value SPACES.
01 WS-CMD-POS PIC 9(4) value 0.
01 WS-OUT-POS PIC 9(4) value 0.
01 WS-CMD-LEN PIC 9(4) value 0.
01 WS-SUBST-SWITCH PIC X value "N".
       88 WS-SUBST-FAILED value "Y".
01 WS-SYS-STATUS PIC S9(9) value 0.
01 WS-STEP-RC PIC 9(4) value 0.

*> generation dates off 9GENCAT.dat -- the newest and the one
*> before it -- read fresh whenever a command needs them, since a
*> step earlier in the stream may have just added tonight's
01 WS-GEN-NEWEST PIC 9(8) value 0.
01 WS-GEN-PRIOR PIC 9(8) value 0.
01 WS-GEN-DATE PIC 9(8) value 0.
01 WS-GEN-LOADED PIC X value "N".

*> UNSTRING targets for a catalog or restart-file line
01 WS-T1 PIC X(20) value SPACES.
01 WS-T2 PIC X(20) value SPACES.
01 WS-T3 PIC X(20) value SPACES.
01 WS-T4 PIC X(20) value SPACES.
01 WS-T5 PIC X(20) value SPACES.
01 WS-T6 PIC X(20) value SPACES.
01 WS-T7 PIC X(20) value SPACES.
01 WS-T8 PIC X(20) value SPACES.
01 WS-T9 PIC X(20) value SPACES.
01 WS-T10 PIC X(20) value SPACES.
01 WS-T11 PIC X(20) value SPACES.
01 WS-T12 PIC X(20) value SPACES.

01 WS-ACTION-TEXT PIC X(8) value SPACES.
01 WS-STATUS-TEXT PIC X(8) value SPACES.
01 WS-RST-FILE PIC X(100) value "9STEPRST.dat".
01 WS-COUNT-ED PIC Z9.

PROCEDURE DIVISION.
*> the step file is the first argument that isn't an option, else
*> the JOB_STEPS environment variable, else 9STEPS.dat. -RESTART
*> may be followed by the step to restart at.
ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
MOVE 1 TO WS-ARG-IDX
PERFORM UNTIL WS-ARG-IDX > WS-ARG-COUNT
       ACCEPT WS-NEXT-ARG FROM ARGUMENT-VALUE
       IF WS-NEXT-ARG = "-RESTART" THEN
           SET WS-IS-RESTART TO TRUE
       ELSE
           IF WS-IS-RESTART and WS-RESTART-FROM = SPACES THEN
               MOVE WS-NEXT-ARG TO WS-RESTART-FROM
           ELSE
               MOVE WS-NEXT-ARG TO WS-STEPS-FILE
           END-IF
       END-IF
       COMPUTE WS-ARG-IDX = WS-ARG-IDX + 1
END-PERFORM
IF WS-STEPS-FILE = SPACES THEN
       ACCEPT WS-STEPS-FILE FROM ENVIRONMENT "JOB_STEPS"
END-IF
IF WS-STEPS-FILE = SPACES THEN
       MOVE "9STEPS.dat" TO WS-STEPS-FILE
END-IF

ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
ACCEPT WS-RUN-TIME FROM TIME
MOVE WS-RUN-DATE TO WS-NIGHT-DATE

PERFORM 1000-LOAD-STEPS
IF WS-IS-RESTART THEN
       PERFORM 1200-LOAD-RESTART
END-IF

PERFORM 2000-WRITE-STREAM-START

MOVE 1 TO WS-STP-IDX
PERFORM UNTIL WS-STP-IDX > WS-STP-COUNT
       PERFORM 3000-RUN-STEP
       COMPUTE WS-STP-IDX = WS-STP-IDX + 1
END-PERFORM

PERFORM 2100-WRITE-STREAM-END
PERFORM 4000-WRITE-RESTART-FILE

MOVE WS-MAX-RC TO RETURN-CODE
STOP RUN.

*> ---------------------------------------------------------------
*> 1000-LOAD-STEPS
*> Reads and checks the step file. Every fault is displayed before
*> giving up, so one pass over the file fixes them all: a blank or
*> duplicate name, an action that isn't C, S, or X, a blank
*> command, or a dependency on a step not defined above it. Any
*> fault ends the run before a single step is started.
*> ---------------------------------------------------------------
1000-LOAD-STEPS.
       OPEN INPUT STEPS
       IF WS-STEPS-STATUS not = "00" THEN
           DISPLAY "JOBCTL8: CANNOT OPEN STEP FILE "
                   WS-STEPS-FILE(1:40) " STATUS " WS-STEPS-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       READ STEPS
           AT END SET WS-STEPS-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-STEPS-DONE
           ADD 1 TO WS-DEF-LINE-NUM
           IF STEPS-REC not = SPACES and STP-NAME(1:1) not = "*" THEN
               PERFORM 1100-ADD-STEP
           END-IF
           READ STEPS
               AT END SET WS-STEPS-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE STEPS

       IF WS-STP-COUNT = 0 THEN
           DISPLAY "JOBCTL8: STEP FILE " WS-STEPS-FILE(1:40)
                   " DEFINES NO STEPS"
           ADD 1 TO WS-DEF-ERRORS
       END-IF
       IF WS-DEF-ERRORS > 0 THEN
           DISPLAY "JOBCTL8: STEP FILE REJECTED, NO STEPS RUN"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

*> ---------------------------------------------------------------
*> 1100-ADD-STEP
*> Checks one step definition and adds it to the step table.
*> ---------------------------------------------------------------
1100-ADD-STEP.
       IF WS-STP-COUNT = 50 THEN
           DISPLAY "JOBCTL8: LINE " WS-DEF-LINE-NUM
                   ": MORE THAN 50 STEPS DEFINED"
           ADD 1 TO WS-DEF-ERRORS
       ELSE
           ADD 1 TO WS-STP-COUNT
           MOVE WS-STP-COUNT TO WS-STP-IDX
           MOVE STP-NAME TO WS-STP-NAME(WS-STP-IDX)
           MOVE STP-AFTER TO WS-STP-AFTER(WS-STP-IDX)
           MOVE 0 TO WS-STP-AFTER-IDX(WS-STP-IDX)
           MOVE STP-COMMAND TO WS-STP-COMMAND(WS-STP-IDX)
           MOVE "P" TO WS-STP-STATUS(WS-STP-IDX)
           MOVE 0 TO WS-STP-RC(WS-STP-IDX)
           MOVE SPACE TO WS-STP-TAKEN(WS-STP-IDX)
           MOVE 0 TO WS-STP-START-DATE(WS-STP-IDX)
           MOVE 0 TO WS-STP-START-TIME(WS-STP-IDX)
           MOVE 0 TO WS-STP-END-DATE(WS-STP-IDX)
           MOVE 0 TO WS-STP-END-TIME(WS-STP-IDX)
           MOVE SPACES TO WS-STP-REASON(WS-STP-IDX)

           IF STP-NAME = SPACES or STP-NAME(1:1) = SPACE THEN
               DISPLAY "JOBCTL8: LINE " WS-DEF-LINE-NUM
                       ": STEP NAME MISSING"
               ADD 1 TO WS-DEF-ERRORS
           END-IF
           MOVE 1 TO WS-STP-SCAN
           PERFORM UNTIL WS-STP-SCAN >= WS-STP-IDX
               IF WS-STP-NAME(WS-STP-SCAN) = STP-NAME THEN
                   DISPLAY "JOBCTL8: LINE " WS-DEF-LINE-NUM
                           ": STEP " STP-NAME " DEFINED TWICE"
                   ADD 1 TO WS-DEF-ERRORS
               END-IF
               IF STP-AFTER not = SPACES and
                  WS-STP-NAME(WS-STP-SCAN) = STP-AFTER THEN
                   MOVE WS-STP-SCAN TO WS-STP-AFTER-IDX(WS-STP-IDX)
               END-IF
               COMPUTE WS-STP-SCAN = WS-STP-SCAN + 1
           END-PERFORM
           IF STP-AFTER not = SPACES and
              WS-STP-AFTER-IDX(WS-STP-IDX) = 0 THEN
               DISPLAY "JOBCTL8: LINE " WS-DEF-LINE-NUM
                       ": STEP " STP-NAME " DEPENDS ON " STP-AFTER
                       ", WHICH IS NOT DEFINED ABOVE IT"
               ADD 1 TO WS-DEF-ERRORS
           END-IF
           MOVE 1 TO WS-ACT-IDX
           PERFORM UNTIL WS-ACT-IDX > 4
               IF STP-ACT(WS-ACT-IDX) not = "C" and
                  STP-ACT(WS-ACT-IDX) not = "S" and
                  STP-ACT(WS-ACT-IDX) not = "X" THEN
                   DISPLAY "JOBCTL8: LINE " WS-DEF-LINE-NUM
                           ": STEP " STP-NAME " ACTIONS "
                           STP-ACTIONS " MUST EACH BE C, S, OR X"
                   ADD 1 TO WS-DEF-ERRORS
                   MOVE 4 TO WS-ACT-IDX
               END-IF
               MOVE STP-ACT(WS-ACT-IDX)
                    TO WS-STP-ACT(WS-STP-IDX, WS-ACT-IDX)
               COMPUTE WS-ACT-IDX = WS-ACT-IDX + 1
           END-PERFORM
           IF STP-COMMAND = SPACES THEN
               DISPLAY "JOBCTL8: LINE " WS-DEF-LINE-NUM
                       ": STEP " STP-NAME " HAS NO COMMAND"
               ADD 1 TO WS-DEF-ERRORS
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 1200-LOAD-RESTART
*> Reads 9STEPRST.dat for a -RESTART run. Its steps that finished
*> clean are carried forward as done earlier, with their recorded
*> return codes and times; the restart point is the named step, or
*> else the one the file says the stream failed at, and the night
*> is the one the file carries. Every step ahead
*> of the restart point not carried forward is bypassed. No restart
*> file, or a restart point that isn't a defined step, ends the run.
*> ---------------------------------------------------------------
1200-LOAD-RESTART.
       OPEN INPUT STEPRST
       IF WS-STEPRST-STATUS not = "00" THEN
           DISPLAY "JOBCTL8: -RESTART BUT NO 9STEPRST.dat -- THE "
                   "LAST STREAM NEEDS NO RESTART"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       READ STEPRST
           AT END SET WS-STEPRST-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-STEPRST-DONE
           PERFORM 1250-APPLY-RESTART-LINE
           READ STEPRST
               AT END SET WS-STEPRST-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE STEPRST

       MOVE 0 TO WS-RESTART-IDX
       MOVE 1 TO WS-STP-IDX
       PERFORM UNTIL WS-STP-IDX > WS-STP-COUNT
           IF WS-STP-NAME(WS-STP-IDX) = WS-RESTART-FROM THEN
               MOVE WS-STP-IDX TO WS-RESTART-IDX
               MOVE WS-STP-COUNT TO WS-STP-IDX
           END-IF
           COMPUTE WS-STP-IDX = WS-STP-IDX + 1
       END-PERFORM
       IF WS-RESTART-IDX = 0 THEN
           DISPLAY "JOBCTL8: RESTART STEP " WS-RESTART-FROM
                   " IS NOT DEFINED IN " WS-STEPS-FILE(1:40)
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       MOVE 1 TO WS-STP-IDX
       PERFORM UNTIL WS-STP-IDX > WS-STP-COUNT
           IF WS-STP-IDX < WS-RESTART-IDX THEN
               IF WS-STP-STATUS(WS-STP-IDX) = "P" THEN
                   MOVE "B" TO WS-STP-STATUS(WS-STP-IDX)
                   MOVE "C" TO WS-STP-TAKEN(WS-STP-IDX)
               END-IF
           ELSE
               MOVE "P" TO WS-STP-STATUS(WS-STP-IDX)
               MOVE 0 TO WS-STP-RC(WS-STP-IDX)
               MOVE SPACE TO WS-STP-TAKEN(WS-STP-IDX)
           END-IF
           COMPUTE WS-STP-IDX = WS-STP-IDX + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 1250-APPLY-RESTART-LINE
*> One restart-file line: "RESTART: FROM: step DATE: date TIME:
*> time NIGHT: night" names the step the stream failed at and the
*> night it belongs to; "DONE: step RC: nn ACTION: a START: date
*> time END: date time" is a step that finished; "BYPASSED: step"
*> one an earlier restart went past. Steps no longer defined are
*> passed over.
*> ---------------------------------------------------------------
1250-APPLY-RESTART-LINE.
       MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7
                      WS-T8 WS-T9 WS-T10 WS-T11 WS-T12
       UNSTRING STEPRST-REC DELIMITED BY ALL " "
           INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7 WS-T8
                WS-T9 WS-T10 WS-T11 WS-T12
       END-UNSTRING
       IF WS-T1 = "RESTART:" and WS-T2 = "FROM:" and
          WS-RESTART-FROM = SPACES THEN
           MOVE WS-T3 TO WS-RESTART-FROM
       END-IF
       IF WS-T1 = "RESTART:" and WS-T8 = "NIGHT:" and
          WS-T9(1:8) is numeric THEN
           MOVE WS-T9(1:8) TO WS-NIGHT-DATE
       END-IF
       IF WS-T1 = "DONE:" or WS-T1 = "BYPASSED:" THEN
           MOVE 0 TO WS-STP-FOUND
           MOVE 1 TO WS-STP-SCAN
           PERFORM UNTIL WS-STP-SCAN > WS-STP-COUNT
               IF WS-STP-NAME(WS-STP-SCAN) = WS-T2 THEN
                   MOVE WS-STP-SCAN TO WS-STP-FOUND
                   MOVE WS-STP-COUNT TO WS-STP-SCAN
               END-IF
               COMPUTE WS-STP-SCAN = WS-STP-SCAN + 1
           END-PERFORM
           IF WS-STP-FOUND > 0 and WS-T1 = "DONE:" THEN
               MOVE "E" TO WS-STP-STATUS(WS-STP-FOUND)
               MOVE FUNCTION NUMVAL(WS-T4) TO WS-STP-RC(WS-STP-FOUND)
               MOVE WS-T6(1:1) TO WS-STP-TAKEN(WS-STP-FOUND)
               MOVE WS-T8(1:8) TO WS-STP-START-DATE(WS-STP-FOUND)
               MOVE WS-T9(1:8) TO WS-STP-START-TIME(WS-STP-FOUND)
               MOVE WS-T11(1:8) TO WS-STP-END-DATE(WS-STP-FOUND)
               MOVE WS-T12(1:8) TO WS-STP-END-TIME(WS-STP-FOUND)
           END-IF
           IF WS-STP-FOUND > 0 and WS-T1 = "BYPASSED:" THEN
               MOVE "B" TO WS-STP-STATUS(WS-STP-FOUND)
               MOVE "C" TO WS-STP-TAKEN(WS-STP-FOUND)
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2000-WRITE-STREAM-START
*> Opens the stream's block in the step log, stamped with the night
*> the stream belongs to.
*> ---------------------------------------------------------------
2000-WRITE-STREAM-START.
       MOVE WS-STP-COUNT TO WS-COUNT-ED
       MOVE SPACES TO STEPLOG-REC
       IF WS-IS-RESTART THEN
           STRING "STREAM: START DATE:" SPACE WS-RUN-DATE SPACE
                  "TIME:" SPACE WS-RUN-TIME SPACE
                  "NIGHT:" SPACE WS-NIGHT-DATE SPACE
                  "MODE: RESTART FROM:" SPACE WS-RESTART-FROM SPACE
                  "STEPS:" SPACE WS-COUNT-ED
                  DELIMITED BY SIZE INTO STEPLOG-REC
       ELSE
           STRING "STREAM: START DATE:" SPACE WS-RUN-DATE SPACE
                  "TIME:" SPACE WS-RUN-TIME SPACE
                  "NIGHT:" SPACE WS-NIGHT-DATE SPACE
                  "MODE: NORMAL STEPS:" SPACE WS-COUNT-ED
                  DELIMITED BY SIZE INTO STEPLOG-REC
       END-IF
       PERFORM 2900-APPEND-LOG-LINE.

*> ---------------------------------------------------------------
*> 2100-WRITE-STREAM-END
*> Closes the stream's block: the time, the controller's return
*> code, and whether the stream completed or stopped at a step.
*> ---------------------------------------------------------------
2100-WRITE-STREAM-END.
       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       ACCEPT WS-RUN-TIME FROM TIME
       MOVE SPACES TO STEPLOG-REC
       IF WS-STREAM-STOPPED THEN
           STRING "STREAM: END DATE:" SPACE WS-RUN-DATE SPACE
                  "TIME:" SPACE WS-RUN-TIME SPACE
                  "RC:" SPACE WS-MAX-RC SPACE
                  "RESULT: STOPPED AT:" SPACE WS-STOP-NAME
                  DELIMITED BY SIZE INTO STEPLOG-REC
           DISPLAY "JOBCTL8: STREAM STOPPED AT " WS-STOP-NAME
                   " RC " WS-MAX-RC
       ELSE
           STRING "STREAM: END DATE:" SPACE WS-RUN-DATE SPACE
                  "TIME:" SPACE WS-RUN-TIME SPACE
                  "RC:" SPACE WS-MAX-RC SPACE
                  "RESULT: COMPLETE"
                  DELIMITED BY SIZE INTO STEPLOG-REC
           DISPLAY "JOBCTL8: STREAM COMPLETE RC " WS-MAX-RC
       END-IF
       PERFORM 2900-APPEND-LOG-LINE.

*> ---------------------------------------------------------------
*> 2900-APPEND-LOG-LINE
*> Appends STEPLOG-REC to the step log and closes it again, so a
*> step reading the log -- mornsum8 -- sees every line written
*> before it started. OPEN EXTEND requires the log to already
*> exist; the very first stream anywhere creates it.
*> ---------------------------------------------------------------
2900-APPEND-LOG-LINE.
       OPEN EXTEND STEPLOG
       IF WS-STEPLOG-STATUS not = "00" THEN
           OPEN OUTPUT STEPLOG
           CLOSE STEPLOG
           OPEN EXTEND STEPLOG
       END-IF
       WRITE STEPLOG-REC
       CLOSE STEPLOG.

*> ---------------------------------------------------------------
*> 3000-RUN-STEP
*> Takes step WS-STP-IDX through the stream: carried forward or
*> bypassed by a restart, not run once the stream has stopped,
*> skipped when the step it depends on didn't continue, else run
*> and its return code judged by the step's rules. Each outcome is
*> logged as it happens.
*> ---------------------------------------------------------------
3000-RUN-STEP.
       IF WS-STP-STATUS(WS-STP-IDX) = "P" and WS-STREAM-STOPPED THEN
           MOVE "N" TO WS-STP-STATUS(WS-STP-IDX)
       END-IF
       IF WS-STP-STATUS(WS-STP-IDX) = "P" and
          WS-STP-AFTER-IDX(WS-STP-IDX) > 0 THEN
           IF WS-STP-TAKEN(WS-STP-AFTER-IDX(WS-STP-IDX)) not = "C"
           THEN
               MOVE "K" TO WS-STP-STATUS(WS-STP-IDX)
               MOVE "S" TO WS-STP-TAKEN(WS-STP-IDX)
           END-IF
       END-IF

       IF WS-STP-STATUS(WS-STP-IDX) = "P" THEN
           PERFORM 3100-BUILD-COMMAND
           ACCEPT WS-STP-START-DATE(WS-STP-IDX) FROM DATE YYYYMMDD
           ACCEPT WS-STP-START-TIME(WS-STP-IDX) FROM TIME
           IF WS-SUBST-FAILED THEN
               MOVE "F" TO WS-STP-STATUS(WS-STP-IDX)
               MOVE 16 TO WS-STEP-RC
           ELSE
               DISPLAY "JOBCTL8: STARTING " WS-STP-NAME(WS-STP-IDX)
               CALL "SYSTEM" USING WS-CMD-OUT
               END-CALL
               MOVE RETURN-CODE TO WS-SYS-STATUS
               MOVE 0 TO RETURN-CODE
               MOVE "R" TO WS-STP-STATUS(WS-STP-IDX)
               IF WS-SYS-STATUS < 0 THEN
                   MOVE 16 TO WS-STEP-RC
                   MOVE "COMMAND COULD NOT BE STARTED"
                        TO WS-STP-REASON(WS-STP-IDX)
                   MOVE "F" TO WS-STP-STATUS(WS-STP-IDX)
               ELSE
                   COMPUTE WS-STEP-RC = WS-SYS-STATUS / 256
               END-IF
           END-IF
           ACCEPT WS-STP-END-DATE(WS-STP-IDX) FROM DATE YYYYMMDD
           ACCEPT WS-STP-END-TIME(WS-STP-IDX) FROM TIME
           IF WS-STEP-RC > 99 THEN
               MOVE 99 TO WS-STEP-RC
           END-IF
           MOVE WS-STEP-RC TO WS-STP-RC(WS-STP-IDX)
           PERFORM 3200-APPLY-RC-RULES
       END-IF

       PERFORM 3300-LOG-STEP.

*> ---------------------------------------------------------------
*> 3100-BUILD-COMMAND
*> Copies the step's command into WS-CMD-OUT, replacing &RUNDATE,
*> &PRVGEN, and &GEN with their dates. A generation the catalog
*> doesn't hold fails the step without running it.
*> ---------------------------------------------------------------
3100-BUILD-COMMAND.
       MOVE "N" TO WS-SUBST-SWITCH
       MOVE "N" TO WS-GEN-LOADED
       MOVE SPACES TO WS-CMD-OUT
       MOVE 200 TO WS-CMD-LEN
       PERFORM UNTIL WS-CMD-LEN = 0 or
                     WS-STP-COMMAND(WS-STP-IDX)(WS-CMD-LEN:1)
                     not = SPACE
           SUBTRACT 1 FROM WS-CMD-LEN
       END-PERFORM
       MOVE 1 TO WS-CMD-POS
       MOVE 1 TO WS-OUT-POS
       PERFORM UNTIL WS-CMD-POS > WS-CMD-LEN or WS-OUT-POS > 290
           IF WS-STP-COMMAND(WS-STP-IDX)(WS-CMD-POS:1) = "&" THEN
               PERFORM 3150-SUBSTITUTE-SYMBOL
           ELSE
               MOVE WS-STP-COMMAND(WS-STP-IDX)(WS-CMD-POS:1)
                    TO WS-CMD-OUT(WS-OUT-POS:1)
               ADD 1 TO WS-CMD-POS
               ADD 1 TO WS-OUT-POS
           END-IF
       END-PERFORM.

*> ---------------------------------------------------------------
*> 3150-SUBSTITUTE-SYMBOL
*> Replaces the symbol starting at WS-CMD-POS with its date; an "&"
*> that starts no known symbol is copied as it stands.
*> ---------------------------------------------------------------
3150-SUBSTITUTE-SYMBOL.
       IF WS-CMD-POS <= 193 and
          WS-STP-COMMAND(WS-STP-IDX)(WS-CMD-POS:8) = "&RUNDATE" THEN
           ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD
           MOVE WS-GEN-DATE TO WS-CMD-OUT(WS-OUT-POS:8)
           ADD 8 TO WS-CMD-POS
           ADD 8 TO WS-OUT-POS
       ELSE
       IF WS-CMD-POS <= 194 and
          WS-STP-COMMAND(WS-STP-IDX)(WS-CMD-POS:7) = "&PRVGEN" THEN
           PERFORM 3160-LOAD-GEN-DATES
           IF WS-GEN-PRIOR = 0 THEN
               SET WS-SUBST-FAILED TO TRUE
               MOVE "NO PRIOR GENERATION IN 9GENCAT.dat"
                    TO WS-STP-REASON(WS-STP-IDX)
           END-IF
           MOVE WS-GEN-PRIOR TO WS-CMD-OUT(WS-OUT-POS:8)
           ADD 7 TO WS-CMD-POS
           ADD 8 TO WS-OUT-POS
       ELSE
       IF WS-CMD-POS <= 197 and
          WS-STP-COMMAND(WS-STP-IDX)(WS-CMD-POS:4) = "&GEN" THEN
           PERFORM 3160-LOAD-GEN-DATES
           IF WS-GEN-NEWEST = 0 THEN
               SET WS-SUBST-FAILED TO TRUE
               MOVE "NO GENERATION IN 9GENCAT.dat"
                    TO WS-STP-REASON(WS-STP-IDX)
           END-IF
           MOVE WS-GEN-NEWEST TO WS-CMD-OUT(WS-OUT-POS:8)
           ADD 4 TO WS-CMD-POS
           ADD 8 TO WS-OUT-POS
       ELSE
           MOVE "&" TO WS-CMD-OUT(WS-OUT-POS:1)
           ADD 1 TO WS-CMD-POS
           ADD 1 TO WS-OUT-POS
       END-IF
       END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 3160-LOAD-GEN-DATES
*> Finds the newest generation date in 9GENCAT.dat and the newest
*> one before it, once per command.
*> ---------------------------------------------------------------
3160-LOAD-GEN-DATES.
       IF WS-GEN-LOADED = "N" THEN
           MOVE "Y" TO WS-GEN-LOADED
           MOVE 0 TO WS-GEN-NEWEST
           MOVE 0 TO WS-GEN-PRIOR
           MOVE "N" TO WS-GENCAT-EOF
           OPEN INPUT GENCAT
           IF WS-GENCAT-STATUS = "00" THEN
               READ GENCAT
                   AT END SET WS-GENCAT-DONE TO TRUE
               END-READ
               PERFORM UNTIL WS-GENCAT-DONE
                   MOVE SPACES TO WS-T1 WS-T2
                   UNSTRING GENCAT-REC DELIMITED BY ALL " "
                       INTO WS-T1 WS-T2
                   END-UNSTRING
                   IF WS-T1 = "GEN:" and WS-T2(1:8) is numeric THEN
                       MOVE WS-T2(1:8) TO WS-GEN-DATE
                       IF WS-GEN-DATE > WS-GEN-NEWEST THEN
                           MOVE WS-GEN-NEWEST TO WS-GEN-PRIOR
                           MOVE WS-GEN-DATE TO WS-GEN-NEWEST
                       ELSE
                           IF WS-GEN-DATE < WS-GEN-NEWEST and
                              WS-GEN-DATE > WS-GEN-PRIOR THEN
                               MOVE WS-GEN-DATE TO WS-GEN-PRIOR
                           END-IF
                       END-IF
                   END-IF
                   READ GENCAT
                       AT END SET WS-GENCAT-DONE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GENCAT
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 3200-APPLY-RC-RULES
*> Judges the step's return code by its own rules -- zero always
*> continues, anything else takes the action for its band (up to
*> 4, 8, 12, or anything higher) -- and notes the first step that
*> didn't continue as where a restart would pick up.
*> ---------------------------------------------------------------
3200-APPLY-RC-RULES.
       IF WS-STEP-RC = 0 THEN
           MOVE "C" TO WS-STP-TAKEN(WS-STP-IDX)
       ELSE
           IF WS-STEP-RC <= 4 THEN
               MOVE 1 TO WS-ACT-IDX
           ELSE
               IF WS-STEP-RC <= 8 THEN
                   MOVE 2 TO WS-ACT-IDX
               ELSE
                   IF WS-STEP-RC <= 12 THEN
                       MOVE 3 TO WS-ACT-IDX
                   ELSE
                       MOVE 4 TO WS-ACT-IDX
                   END-IF
               END-IF
           END-IF
           MOVE WS-STP-ACT(WS-STP-IDX, WS-ACT-IDX)
                TO WS-STP-TAKEN(WS-STP-IDX)
       END-IF
       IF WS-STEP-RC > WS-MAX-RC THEN
           MOVE WS-STEP-RC TO WS-MAX-RC
       END-IF
       IF WS-STP-TAKEN(WS-STP-IDX) = "X" THEN
           SET WS-STREAM-STOPPED TO TRUE
           MOVE WS-STP-NAME(WS-STP-IDX) TO WS-STOP-NAME
       END-IF
       IF WS-STP-TAKEN(WS-STP-IDX) not = "C" and WS-FAIL-IDX = 0 THEN
           MOVE WS-STP-IDX TO WS-FAIL-IDX
       END-IF.

*> ---------------------------------------------------------------
*> 3300-LOG-STEP
*> The step log line for step WS-STP-IDX, by how it fared:
*>   STEP: name RAN RC: nn ACTION: a START: date time END: date time
*>   STEP: name FAILED RC: 16 ACTION: a REASON: why
*>   STEP: name EARLIER RC: nn ACTION: a START: ... END: ...
*>   STEP: name BYPASSED
*>   STEP: name SKIPPED AFTER: step
*>   STEP: name NOT-RUN STOPPED AT: step
*> ---------------------------------------------------------------
3300-LOG-STEP.
       IF WS-STP-TAKEN(WS-STP-IDX) = "C" THEN
           MOVE "CONTINUE" TO WS-ACTION-TEXT
       ELSE
           IF WS-STP-TAKEN(WS-STP-IDX) = "S" THEN
               MOVE "SKIP" TO WS-ACTION-TEXT
           ELSE
               MOVE "STOP" TO WS-ACTION-TEXT
           END-IF
       END-IF
       MOVE SPACES TO WS-STATUS-TEXT
       IF WS-STP-STATUS(WS-STP-IDX) = "R" THEN
           MOVE "RAN" TO WS-STATUS-TEXT
           DISPLAY "JOBCTL8: " WS-STP-NAME(WS-STP-IDX) " RC "
                   WS-STP-RC(WS-STP-IDX) " " WS-ACTION-TEXT
       END-IF
       IF WS-STP-STATUS(WS-STP-IDX) = "E" THEN
           MOVE "EARLIER" TO WS-STATUS-TEXT
       END-IF
       MOVE SPACES TO STEPLOG-REC
       IF WS-STATUS-TEXT not = SPACES THEN
           STRING "STEP:" SPACE DELIMITED BY SIZE
                  WS-STP-NAME(WS-STP-IDX) DELIMITED BY SPACE
                  SPACE DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SPACE
                  SPACE "RC:" SPACE WS-STP-RC(WS-STP-IDX) SPACE
                  "ACTION:" SPACE DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SPACE
                  SPACE "START:" SPACE
                  WS-STP-START-DATE(WS-STP-IDX) SPACE
                  WS-STP-START-TIME(WS-STP-IDX) SPACE
                  "END:" SPACE WS-STP-END-DATE(WS-STP-IDX) SPACE
                  WS-STP-END-TIME(WS-STP-IDX)
                  DELIMITED BY SIZE INTO STEPLOG-REC
       END-IF
       IF WS-STP-STATUS(WS-STP-IDX) = "F" THEN
           STRING "STEP:" SPACE DELIMITED BY SIZE
                  WS-STP-NAME(WS-STP-IDX) DELIMITED BY SPACE
                  SPACE "FAILED RC:" SPACE WS-STP-RC(WS-STP-IDX) SPACE
                  "ACTION:" SPACE DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SPACE
                  SPACE "REASON:" SPACE WS-STP-REASON(WS-STP-IDX)
                  DELIMITED BY SIZE INTO STEPLOG-REC
           DISPLAY "JOBCTL8: " WS-STP-NAME(WS-STP-IDX) " FAILED: "
                   WS-STP-REASON(WS-STP-IDX)
       END-IF
       IF WS-STP-STATUS(WS-STP-IDX) = "B" THEN
           STRING "STEP:" SPACE DELIMITED BY SIZE
                  WS-STP-NAME(WS-STP-IDX) DELIMITED BY SPACE
                  SPACE "BYPASSED"
                  DELIMITED BY SIZE INTO STEPLOG-REC
       END-IF
       IF WS-STP-STATUS(WS-STP-IDX) = "K" THEN
           STRING "STEP:" SPACE DELIMITED BY SIZE
                  WS-STP-NAME(WS-STP-IDX) DELIMITED BY SPACE
                  SPACE "SKIPPED AFTER:" SPACE
                  WS-STP-AFTER(WS-STP-IDX)
                  DELIMITED BY SIZE INTO STEPLOG-REC
           DISPLAY "JOBCTL8: " WS-STP-NAME(WS-STP-IDX) " SKIPPED"
       END-IF
       IF WS-STP-STATUS(WS-STP-IDX) = "N" THEN
           STRING "STEP:" SPACE DELIMITED BY SIZE
                  WS-STP-NAME(WS-STP-IDX) DELIMITED BY SPACE
                  SPACE "NOT-RUN STOPPED AT:" SPACE WS-STOP-NAME
                  DELIMITED BY SIZE INTO STEPLOG-REC
       END-IF
       PERFORM 2900-APPEND-LOG-LINE.

*> ---------------------------------------------------------------
*> 4000-WRITE-RESTART-FILE
*> When a step skipped or stopped, writes 9STEPRST.dat: the step to
*> restart at and the night the stream belongs to, then every step
*> ahead of it that finished or was bypassed. A stream where every
*> step continued leaves nothing to restart, so any old restart
*> file is removed.
*> ---------------------------------------------------------------
4000-WRITE-RESTART-FILE.
       IF WS-FAIL-IDX = 0 THEN
           CALL "CBL_DELETE_FILE" USING WS-RST-FILE
           END-CALL
           MOVE 0 TO RETURN-CODE
       ELSE
           OPEN OUTPUT STEPRST
           MOVE SPACES TO STEPRST-REC
           STRING "RESTART: FROM:" SPACE DELIMITED BY SIZE
                  WS-STP-NAME(WS-FAIL-IDX) DELIMITED BY SPACE
                  SPACE "DATE:" SPACE WS-RUN-DATE SPACE
                  "TIME:" SPACE WS-RUN-TIME SPACE
                  "NIGHT:" SPACE WS-NIGHT-DATE
                  DELIMITED BY SIZE INTO STEPRST-REC
           WRITE STEPRST-REC
           MOVE 1 TO WS-STP-IDX
           PERFORM UNTIL WS-STP-IDX >= WS-FAIL-IDX
               MOVE SPACES TO STEPRST-REC
               IF WS-STP-STATUS(WS-STP-IDX) = "B" THEN
                   STRING "BYPASSED:" SPACE DELIMITED BY SIZE
                          WS-STP-NAME(WS-STP-IDX) DELIMITED BY SPACE
                          INTO STEPRST-REC
               ELSE
                   STRING "DONE:" SPACE DELIMITED BY SIZE
                          WS-STP-NAME(WS-STP-IDX) DELIMITED BY SPACE
                          SPACE "RC:" SPACE WS-STP-RC(WS-STP-IDX) SPACE
                          "ACTION:" SPACE WS-STP-TAKEN(WS-STP-IDX) SPACE
                          "START:" SPACE
                          WS-STP-START-DATE(WS-STP-IDX) SPACE
                          WS-STP-START-TIME(WS-STP-IDX) SPACE
                          "END:" SPACE WS-STP-END-DATE(WS-STP-IDX) SPACE
                          WS-STP-END-TIME(WS-STP-IDX)
                          DELIMITED BY SIZE INTO STEPRST-REC
               END-IF
               WRITE STEPRST-REC
               COMPUTE WS-STP-IDX = WS-STP-IDX + 1
           END-PERFORM
           CLOSE STEPRST
           DISPLAY "JOBCTL8: RESTART WITH -RESTART AT "
                   WS-STP-NAME(WS-FAIL-IDX)
       END-IF.
