       >>SOURCE FORMAT FREE
*> To run do `cobc -x -I copybooks 9/9mornsum.cob && ./9mornsum`
*> from the repo root, in the directory holding last night's
*> 9RPT.dat, 9EXCEPT.dat, 9SUSP.dat, 9VERIFY.dat, and 9AUDIT.dat,
*> plus jobctl8's 9STEPLOG.dat when the night ran under the
*> controller.
*> Writes the one-page 9MORNING.dat and ends with the verdict's
*> return code: 0 CLEAN, 4 WARNINGS, 8 FAILURES.
IDENTIFICATION DIVISION.
*> someone only when it matters. Rejected zones, verify
*> discrepancies, or a missing report are FAILURES; exceptions, a
*> verify that never ran, or a run the audit log can't account for
*> are WARNINGS. When the night ran under jobctl8 the page also
*> shows which steps of the newest stream in the step log ran,
*> were skipped, or never ran (a stream stamped with a night other
*> than the night's run date belongs to an earlier night and is not
*> used -- a restart the next morning carries its night forward):
*> a stream that stopped or a step that couldn't start is a
*> FAILURES matter, a skipped or bypassed step a WARNINGS one.

ENVIRONMENT DIVISION.
input-output section.
           organization is line sequential
           access is sequential
           file status is WS-AUDIT-STATUS.
       select STEPLOG assign to "9STEPLOG.dat"
           organization is line sequential
           access is sequential
           file status is WS-STEPLOG-STATUS.
       select MRN assign to "9MORNING.dat"
           organization is line sequential
           access is sequential.
FD AUDIT.
01 AUDIT-REC PIC X(100).

FD STEPLOG.
01 STEPLOG-REC PIC X(200).

FD MRN.
01 MRN-REC PIC X(150).

01 WS-AUDIT-STATUS PIC XX value "00".
01 WS-AUDIT-EOF PIC X value "N".
       88 WS-AUDIT-DONE value "Y".
01 WS-STEPLOG-STATUS PIC XX value "00".
01 WS-STEPLOG-EOF PIC X value "N".
       88 WS-STEPLOG-DONE value "Y".
01 WS-RUN-DATE PIC 9(8) value 0.

*> what the report says the night was
01 WS-T7 PIC X(20) value SPACES.
01 WS-T8 PIC X(20) value SPACES.
01 WS-T9 PIC X(20) value SPACES.
01 WS-T10 PIC X(20) value SPACES.

*> exceptions -- the count and the zone or district named most
01 WS-EXC-COUNT PIC 9(5) value 0.
01 WS-PRIOR-TOTAL PIC 9(10) value 0.
01 WS-DELTA PIC S9(11) value 0.

*> the newest job stream in jobctl8's step log -- how it started,
*> how (or whether yet) it ended, and one slot per step line
01 WS-STREAM-FOUND PIC X value "N".
       88 WS-HAVE-STREAM value "Y".
01 WS-STREAM-DATE PIC X(8) value SPACES.
*> the night the stream belongs to, from its NIGHT: field -- a
*> log line older than that field gives its start date instead
01 WS-STREAM-NIGHT PIC X(8) value SPACES.
*> the night the page is about -- the report's run date, or today
*> when there is no report -- which the stream must carry to count
01 WS-NIGHT-DATE PIC X(8) value SPACES.
01 WS-STREAM-TIME PIC X(8) value SPACES.
01 WS-STREAM-MODE PIC X(8) value SPACES.
01 WS-STREAM-END PIC X value "N".
       88 WS-STREAM-ENDED value "Y".
01 WS-STREAM-STOPPED PIC X value "N".
01 WS-STREAM-STOP-AT PIC X(8) value SPACES.
01 WS-STOP-TALLY PIC 99 value 0.
01 WS-STREAM-RESULT PIC X(20) value SPACES.
01 WS-SL-COUNT PIC 99 value 0.
01 WS-SL-TABLE.
       02 WS-SL-ENTRY OCCURS 50 TIMES.
           03 WS-SL-NAME PIC X(8).
           03 WS-SL-STATUS PIC X(8).
           03 WS-SL-RC PIC X(2).
           03 WS-SL-ACTION PIC X(8).
           03 WS-SL-AFTER PIC X(8).
01 WS-SL-IDX PIC 99 value 0.
01 WS-SL-RAN PIC 99 value 0.
01 WS-SL-ED PIC Z9.

*> the verdict: 0 clean, 4 warnings, 8 failures -- worst seen wins
01 WS-VERDICT-RC PIC 99 value 0.

PERFORM 2000-DIGEST-EXCEPTIONS
PERFORM 4000-DIGEST-VERIFY
PERFORM 5000-LOAD-AUDIT-LOG
PERFORM 4500-DIGEST-STEP-LOG

OPEN OUTPUT MRN
MOVE SPACES TO MRN-REC
       WRITE MRN-REC
       MOVE 8 TO WS-VERDICT-RC
END-IF
PERFORM 6500-WRITE-STREAM-LINES

MOVE SPACES TO MRN-REC
IF WS-VERDICT-RC = 0 THEN
           CLOSE VFY
       END-IF.

*> ---------------------------------------------------------------
*> 4500-DIGEST-STEP-LOG
*> Reads jobctl8's step log, keeping only the newest stream: each
*> STREAM: START line begins the table afresh. No step log means
*> the night was run by hand.
*> ---------------------------------------------------------------
4500-DIGEST-STEP-LOG.
       OPEN INPUT STEPLOG
       IF WS-STEPLOG-STATUS = "00" THEN
           READ STEPLOG
               AT END SET WS-STEPLOG-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-STEPLOG-DONE
               PERFORM 4600-PARSE-STEP-LOG-REC
               READ STEPLOG
                   AT END SET WS-STEPLOG-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE STEPLOG
       END-IF.

*> ---------------------------------------------------------------
*> 4600-PARSE-STEP-LOG-REC
*> One step log line: a stream's START line (its date, time, the
*> night it belongs to, and its mode) or END line, or one of its
*> STEP: lines (name, what happened, and the return code and
*> action of a step that ran, or the step a skipped one followed).
*> ---------------------------------------------------------------
4600-PARSE-STEP-LOG-REC.
       MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7
                      WS-T8 WS-T9 WS-T10
       UNSTRING STEPLOG-REC DELIMITED BY ALL " "
           INTO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5 WS-T6 WS-T7 WS-T8
                WS-T9 WS-T10
       END-UNSTRING

       IF WS-T1 = "STREAM:" and WS-T2 = "START" THEN
           SET WS-HAVE-STREAM TO TRUE
           MOVE WS-T4(1:8) TO WS-STREAM-DATE
           MOVE WS-T6(1:8) TO WS-STREAM-TIME
           IF WS-T7 = "NIGHT:" THEN
               MOVE WS-T8(1:8) TO WS-STREAM-NIGHT
               MOVE WS-T10(1:8) TO WS-STREAM-MODE
           ELSE
               MOVE WS-T4(1:8) TO WS-STREAM-NIGHT
               MOVE WS-T8(1:8) TO WS-STREAM-MODE
           END-IF
           MOVE "N" TO WS-STREAM-END
           MOVE "N" TO WS-STREAM-STOPPED
           MOVE SPACES TO WS-STREAM-STOP-AT
           MOVE 0 TO WS-SL-COUNT
       END-IF
       IF WS-T1 = "STREAM:" and WS-T2 = "END" THEN
           SET WS-STREAM-ENDED TO TRUE
           MOVE 0 TO WS-STOP-TALLY
           INSPECT STEPLOG-REC TALLYING WS-STOP-TALLY
               FOR ALL "RESULT: STOPPED AT: "
           IF WS-STOP-TALLY > 0 THEN
               MOVE "Y" TO WS-STREAM-STOPPED
               MOVE SPACES TO WS-T1 WS-T2
               UNSTRING STEPLOG-REC DELIMITED BY "STOPPED AT: "
                   INTO WS-T1 WS-T2
               END-UNSTRING
               MOVE WS-T2(1:8) TO WS-STREAM-STOP-AT
           END-IF
       END-IF
       IF WS-T1 = "STEP:" and WS-HAVE-STREAM and
          WS-SL-COUNT < 50 THEN
           ADD 1 TO WS-SL-COUNT
           MOVE WS-T2(1:8) TO WS-SL-NAME(WS-SL-COUNT)
           MOVE WS-T3(1:8) TO WS-SL-STATUS(WS-SL-COUNT)
           MOVE SPACES TO WS-SL-RC(WS-SL-COUNT)
           MOVE SPACES TO WS-SL-ACTION(WS-SL-COUNT)
           MOVE SPACES TO WS-SL-AFTER(WS-SL-COUNT)
           IF WS-T4 = "RC:" THEN
               MOVE WS-T5(1:2) TO WS-SL-RC(WS-SL-COUNT)
               MOVE WS-T7(1:8) TO WS-SL-ACTION(WS-SL-COUNT)
           END-IF
           IF WS-T4 = "AFTER:" THEN
               MOVE WS-T5(1:8) TO WS-SL-AFTER(WS-SL-COUNT)
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 5000-LOAD-AUDIT-LOG
*> Reads the audit lines into memory the way the trend digest
               WRITE MRN-REC
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 6500-WRITE-STREAM-LINES
*> Which steps of the newest job stream actually ran: a line for
*> the stream and one per step. A stream that stopped, or a step
*> that couldn't be started, makes the verdict FAILURES; a step
*> skipped or never reached, or one whose code skipped its
*> dependents, or one a restart bypassed, makes it at least
*> WARNINGS. A stream with no end line yet is still running --
*> this page is usually its last step. The newest stream only
*> speaks for the night being summarized when it is stamped with
*> that night's run date -- a restart the morning after still is;
*> an older one is some earlier night's, and tonight is treated as
*> run by hand.
*> ---------------------------------------------------------------
6500-WRITE-STREAM-LINES.
       IF WS-HAVE-REPORT THEN
           MOVE WS-REPORT-DATE TO WS-NIGHT-DATE
       ELSE
           MOVE WS-RUN-DATE TO WS-NIGHT-DATE
       END-IF
       IF WS-HAVE-STREAM and WS-STREAM-NIGHT not = WS-NIGHT-DATE THEN
           MOVE "N" TO WS-STREAM-FOUND
       END-IF
       IF not WS-HAVE-STREAM THEN
           MOVE "JOB STREAM: NO STEP LOG -- RUN BY HAND" TO MRN-REC
           WRITE MRN-REC
       ELSE
           MOVE 0 TO WS-SL-RAN
           MOVE 1 TO WS-SL-IDX
           PERFORM UNTIL WS-SL-IDX > WS-SL-COUNT
               IF WS-SL-STATUS(WS-SL-IDX) = "RAN" or
                  WS-SL-STATUS(WS-SL-IDX) = "EARLIER" THEN
                   ADD 1 TO WS-SL-RAN
               END-IF
               COMPUTE WS-SL-IDX = WS-SL-IDX + 1
           END-PERFORM
           MOVE WS-SL-RAN TO WS-SL-ED
           MOVE SPACES TO WS-STREAM-RESULT
           IF not WS-STREAM-ENDED THEN
               MOVE "IN PROGRESS" TO WS-STREAM-RESULT
           ELSE
               IF WS-STREAM-STOPPED = "Y" THEN
                   STRING "STOPPED AT" SPACE WS-STREAM-STOP-AT
                          DELIMITED BY SIZE INTO WS-STREAM-RESULT
                   IF WS-VERDICT-RC < 8 THEN
                       MOVE 8 TO WS-VERDICT-RC
                   END-IF
               ELSE
                   MOVE "COMPLETE" TO WS-STREAM-RESULT
               END-IF
           END-IF
           MOVE SPACES TO MRN-REC
           STRING "JOB STREAM:" SPACE WS-STREAM-DATE SPACE
                  WS-STREAM-TIME SPACE "MODE:" DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  WS-STREAM-MODE DELIMITED BY SPACE
                  SPACE "STEPS RAN:" SPACE WS-SL-ED SPACE
                  WS-STREAM-RESULT
                  DELIMITED BY SIZE INTO MRN-REC
           WRITE MRN-REC

           MOVE 1 TO WS-SL-IDX
           PERFORM UNTIL WS-SL-IDX > WS-SL-COUNT
               MOVE SPACES TO MRN-REC
               IF WS-SL-RC(WS-SL-IDX) not = SPACES THEN
                   STRING "  STEP:" SPACE WS-SL-NAME(WS-SL-IDX) SPACE
                          WS-SL-STATUS(WS-SL-IDX) SPACE
                          "RC:" SPACE WS-SL-RC(WS-SL-IDX) SPACE
                          WS-SL-ACTION(WS-SL-IDX)
                          DELIMITED BY SIZE INTO MRN-REC
               ELSE
                   STRING "  STEP:" SPACE WS-SL-NAME(WS-SL-IDX) SPACE
                          WS-SL-STATUS(WS-SL-IDX) SPACE
                          WS-SL-AFTER(WS-SL-IDX)
                          DELIMITED BY SIZE INTO MRN-REC
               END-IF
               WRITE MRN-REC
               IF WS-SL-STATUS(WS-SL-IDX) = "FAILED" THEN
                   IF WS-VERDICT-RC < 8 THEN
                       MOVE 8 TO WS-VERDICT-RC
                   END-IF
               END-IF
               IF WS-SL-STATUS(WS-SL-IDX) = "SKIPPED" or
                  WS-SL-STATUS(WS-SL-IDX) = "NOT-RUN" or
                  WS-SL-STATUS(WS-SL-IDX) = "BYPASSED" or
                  WS-SL-ACTION(WS-SL-IDX) = "SKIP" THEN
                   IF WS-VERDICT-RC < 4 THEN
                       MOVE 4 TO WS-VERDICT-RC
                   END-IF
               END-IF
               COMPUTE WS-SL-IDX = WS-SL-IDX + 1
           END-PERFORM
       END-IF.
