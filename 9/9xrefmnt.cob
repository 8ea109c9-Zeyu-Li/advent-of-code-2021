       >>SOURCE FORMAT FREE
*> To run do `cobc -x -I copybooks 9/9xrefmnt.cob && ./9xrefmnt [card-file]`
*> from the repo root, in the directory holding 9THRESH.dat,
*> 9DIST.dat, and the 9ZONES.idx registry. Reads the 9XREFTXN.dat
*> transaction file (first argument or the XREF_TXN environment
*> variable overrides the name) and appends to the 9XREFLOG.dat
*> change log.
IDENTIFICATION DIVISION.
program-id. xrefmnt8.
author. Andrew.
date-written. Oct 15, 2026.

*> Threshold and district cross-reference maintenance. zonemnt8 put
*> the registry behind validated cards; the other two control files
*> main8 loads at startup -- 9THRESH.dat (6800-LOAD-THRESHOLDS, with
*> its *DEFAULT and *DIST-<code> rows) and 9DIST.dat
*> (6300-LOAD-DISTRICTS) -- were still hand-edited fixed-field text,
*> where one mis-keyed column silently changes which zones trip
*> exceptions or which district a zone rolls up under. Both files
*> now go through the same transaction-card discipline: one card per
*> action (A add, C change, D delete) naming the file it applies to
*> (T thresholds, D districts). Both files are line sequential, so
*> each is held whole in a table, the cards are applied in card
*> order, and a file is written back only when a card changed it.
*> A card is rejected for a zone that isn't registered in
*> 9ZONES.idx, a district code with no district name (or a name
*> other than the one the code already carries), a zone already
*> mapped to a district, a *DIST- row for a district no zone is
*> mapped to, and for taking the last zone out of a district that
*> still has a *DIST- row. An add that would grow either file past
*> the table main8 loads it into (100 threshold rows, 500 zone
*> mappings) is rejected, and a file within a tenth of that limit
*> draws a warning. Every applied card is logged with the user id
*> off the card and its before/after images, every rejected card
*> with its reason. Rejects and warnings end the run with the
*> warning return code 4; the files still pick up every card that
*> passed.

ENVIRONMENT DIVISION.
input-output section.
file-control.
       select TXN assign to dynamic WS-TXN-FILE
           organization is line sequential
           access is sequential
           file status is WS-TXN-STATUS.
       select ZREG assign to "9ZONES.idx"
           organization is indexed
           access is random
           record key is ZREG-NAME
           file status is WS-ZREG-STATUS.
       select THR assign to "9THRESH.dat"
           organization is line sequential
           access is sequential
           file status is WS-THR-STATUS.
       select DIST assign to "9DIST.dat"
           organization is line sequential
           access is sequential
           file status is WS-DIST-STATUS.
       select CHGLOG assign to "9XREFLOG.dat"
           organization is line sequential
           access is sequential
           file status is WS-CHGLOG-STATUS.

DATA DIVISION.
FILE SECTION.
*> fixed-field transaction card, same layout discipline as
*> zonemnt8's: the action code, the file the card applies to, the
*> user id of whoever keyed it, the row's name (the zone extract
*> name, or *DEFAULT / *DIST-<code> on a threshold card), then the
*> fields of the row itself -- laid out as the threshold limits on a
*> T card and as the district code and name on a D card. A delete
*> only needs the name.
FD TXN.
01 TXN-REC.
       02 TXN-ACTION PIC X(1).
       02 TXN-FILE PIC X(1).
       02 TXN-USER PIC X(8).
       02 TXN-NAME PIC X(100).
       02 TXN-FIELDS PIC X(34).
01 TXN-THR-REC.
       02 TXN-THR-HEAD PIC X(110).
       02 TXN-THR-LIMITS.
           03 TXN-MAX-TOTAL PIC 9(8).
           03 TXN-MAX-LP PIC 9(6).
           03 TXN-MAX-BASIN PIC 9(6).
01 TXN-DIST-REC.
       02 TXN-DIST-HEAD PIC X(110).
       02 TXN-DIST-CODE PIC X(4).
       02 TXN-DIST-NAME PIC X(30).

*> the registry the zone names are validated against, via its
*> copybook
FD ZREG.
COPY ZONEREG.

*> the same fixed-field threshold and district records main8 loads
FD THR.
01 THR-REC.
       02 THR-NAME PIC X(100).
       02 THR-MAX-TOTAL PIC 9(8).
       02 THR-MAX-LP PIC 9(6).
       02 THR-MAX-BASIN PIC 9(6).

FD DIST.
01 DIST-REC.
       02 DIST-ZONE PIC X(100).
       02 DIST-CODE PIC X(4).
       02 DIST-NAME PIC X(30).

FD CHGLOG.
01 CHGLOG-REC PIC X(250).

WORKING-STORAGE SECTION.
01 WS-TXN-FILE PIC X(100) value "9XREFTXN.dat".
01 WS-TXN-STATUS PIC XX value "00".
01 WS-TXN-EOF PIC X value "N".
       88 WS-TXN-DONE value "Y".
01 WS-ZREG-STATUS PIC XX value "00".
01 WS-THR-STATUS PIC XX value "00".
01 WS-THR-EOF PIC X value "N".
       88 WS-THR-DONE value "Y".
01 WS-DIST-STATUS PIC XX value "00".
01 WS-DIST-EOF PIC X value "N".
       88 WS-DIST-DONE value "Y".
01 WS-CHGLOG-STATUS PIC XX value "00".
01 WS-ARG-COUNT PIC 99 value 0.
01 WS-RUN-DATE PIC 9(8) value 0.
01 WS-RUN-TIME PIC 9(8) value 0.
01 WS-ZR-FOUND PIC 9 value 0.

*> the tables main8 loads these files into, and the point a tenth
*> short of each where the log starts warning
01 WS-THR-MAIN-MAX PIC 9(4) value 100.
01 WS-THR-WARN-AT PIC 9(4) value 90.
01 WS-DX-MAIN-MAX PIC 9(4) value 500.
01 WS-DX-WARN-AT PIC 9(4) value 450.

*> 9THRESH.dat held whole -- provisioned past main8's table so a
*> file that has already outgrown it is still carried through
*> intact (and warned about) rather than truncated on the rewrite
01 WS-TH-COUNT PIC 9(4) value 0.
01 WS-TH-TABLE.
       02 WS-TH-ENTRY OCCURS 200 TIMES.
           03 WS-TH-NAME PIC X(100).
           03 WS-TH-TOTAL PIC 9(8).
           03 WS-TH-LP PIC 9(6).
           03 WS-TH-BASIN PIC 9(6).
01 WS-TH-IDX PIC 9(4) value 0.
01 WS-TH-FOUND PIC 9(4) value 0.
01 WS-TH-CHANGED PIC X value "N".

*> 9DIST.dat held whole, on the same terms
01 WS-DX-COUNT PIC 9(4) value 0.
01 WS-DX-TABLE.
       02 WS-DX-ENTRY OCCURS 1000 TIMES.
           03 WS-DX-ZONE PIC X(100).
           03 WS-DX-CODE PIC X(4).
           03 WS-DX-NAME PIC X(30).
01 WS-DX-IDX PIC 9(4) value 0.
01 WS-DX-FOUND PIC 9(4) value 0.
01 WS-DX-USERS PIC 9(4) value 0.
01 WS-DX-CHANGED PIC X value "N".

01 WS-CHK-CODE PIC X(4) value SPACES.
01 WS-DIST-THR-KEY PIC X(100) value SPACES.

01 WS-TXN-APPLIED PIC 9(4) value 0.
01 WS-TXN-REJECTED PIC 9(4) value 0.
01 WS-WARN-COUNT PIC 9(4) value 0.
01 WS-TXN-APPLIED-ED PIC Z(3)9.
01 WS-TXN-REJECTED-ED PIC Z(3)9.
01 WS-WARN-COUNT-ED PIC Z(3)9.
01 WS-REJECT-REASON PIC X(80) value SPACES.
01 WS-LOG-ACTION PIC X(6) value SPACES.
01 WS-LOG-FILE PIC X(12) value SPACES.

*> the row's fields as they stood before the card applied, captured
*> ahead of the table update so the before image can follow the
*> change header on the log
01 WS-BEF-TOTAL PIC 9(8) value 0.
01 WS-BEF-LP PIC 9(6) value 0.
01 WS-BEF-BASIN PIC 9(6) value 0.
01 WS-BEF-CODE PIC X(4) value SPACES.
01 WS-BEF-NAME PIC X(30) value SPACES.

*> edited fields for the before/after images and warning lines
01 WS-IMG-TOTAL-ED PIC Z(7)9.
01 WS-IMG-LP-ED PIC Z(5)9.
01 WS-IMG-BASIN-ED PIC Z(5)9.
01 WS-CAP-COUNT-ED PIC Z(3)9.
01 WS-CAP-MAX-ED PIC Z(3)9.

PROCEDURE DIVISION.
*> which transaction file to read: a command-line argument wins,
*> then the XREF_TXN environment variable, else the default
ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
IF WS-ARG-COUNT > 0 THEN
       ACCEPT WS-TXN-FILE FROM ARGUMENT-VALUE
ELSE
       ACCEPT WS-TXN-FILE FROM ENVIRONMENT "XREF_TXN"
       IF WS-TXN-FILE = SPACES THEN
           MOVE "9XREFTXN.dat" TO WS-TXN-FILE
       END-IF
END-IF

ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
ACCEPT WS-RUN-TIME FROM TIME

*> every zone name on either file is checked against the registry,
*> so there is no maintaining them without it
OPEN INPUT ZREG
IF WS-ZREG-STATUS not = "00" THEN
       DISPLAY "XREFMNT8: CANNOT OPEN REGISTRY 9ZONES.idx "
               "STATUS " WS-ZREG-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
END-IF

OPEN INPUT TXN
IF WS-TXN-STATUS not = "00" THEN
       DISPLAY "XREFMNT8: CANNOT OPEN TRANSACTION FILE "
               WS-TXN-FILE " STATUS " WS-TXN-STATUS
       MOVE 16 TO RETURN-CODE
       STOP RUN
END-IF

PERFORM 1000-LOAD-THRESHOLDS
PERFORM 1100-LOAD-DISTRICTS

*> OPEN EXTEND requires the log to already exist -- the very first
*> maintenance run anywhere creates it
OPEN EXTEND CHGLOG
IF WS-CHGLOG-STATUS not = "00" THEN
       OPEN OUTPUT CHGLOG
       CLOSE CHGLOG
       OPEN EXTEND CHGLOG
END-IF

READ TXN
       AT END SET WS-TXN-DONE TO TRUE
END-READ
PERFORM UNTIL WS-TXN-DONE
       PERFORM 2000-APPLY-ONE-TXN
       READ TXN
           AT END SET WS-TXN-DONE TO TRUE
       END-READ
END-PERFORM
CLOSE TXN
CLOSE ZREG

IF WS-TH-CHANGED = "Y" THEN
       PERFORM 5000-REWRITE-THRESHOLDS
END-IF
IF WS-DX-CHANGED = "Y" THEN
       PERFORM 5100-REWRITE-DISTRICTS
END-IF
PERFORM 4000-CHECK-CAPACITY
CLOSE CHGLOG

MOVE WS-TXN-APPLIED TO WS-TXN-APPLIED-ED
MOVE WS-TXN-REJECTED TO WS-TXN-REJECTED-ED
MOVE WS-WARN-COUNT TO WS-WARN-COUNT-ED
DISPLAY "Applied:" SPACE WS-TXN-APPLIED-ED SPACE
        "Rejected:" SPACE WS-TXN-REJECTED-ED SPACE
        "Warnings:" SPACE WS-WARN-COUNT-ED
IF WS-TXN-REJECTED > 0 or WS-WARN-COUNT > 0 THEN
       MOVE 4 TO RETURN-CODE
END-IF
STOP RUN.

*> ---------------------------------------------------------------
*> 1000-LOAD-THRESHOLDS
*> Reads 9THRESH.dat into WS-TH-TABLE. A missing file is an empty
*> one -- the first add creates it. A file too big even for this
*> table can't be rewritten without losing rows, so the run stops
*> before any card is applied.
*> ---------------------------------------------------------------
1000-LOAD-THRESHOLDS.
       OPEN INPUT THR
       IF WS-THR-STATUS = "00" THEN
           READ THR
               AT END SET WS-THR-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-THR-DONE
               IF WS-TH-COUNT < 200 THEN
                   ADD 1 TO WS-TH-COUNT
                   MOVE THR-NAME TO WS-TH-NAME(WS-TH-COUNT)
                   MOVE THR-MAX-TOTAL TO WS-TH-TOTAL(WS-TH-COUNT)
                   MOVE THR-MAX-LP TO WS-TH-LP(WS-TH-COUNT)
                   MOVE THR-MAX-BASIN TO WS-TH-BASIN(WS-TH-COUNT)
               ELSE
                   DISPLAY "XREFMNT8: 9THRESH.dat HAS MORE THAN 200 "
                           "ROWS, NOT MAINTAINED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ THR
                   AT END SET WS-THR-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE THR
       END-IF.

*> ---------------------------------------------------------------
*> 1100-LOAD-DISTRICTS
*> Reads 9DIST.dat into WS-DX-TABLE, on the same terms as the
*> thresholds.
*> ---------------------------------------------------------------
1100-LOAD-DISTRICTS.
       OPEN INPUT DIST
       IF WS-DIST-STATUS = "00" THEN
           READ DIST
               AT END SET WS-DIST-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-DIST-DONE
               IF WS-DX-COUNT < 1000 THEN
                   ADD 1 TO WS-DX-COUNT
                   MOVE DIST-ZONE TO WS-DX-ZONE(WS-DX-COUNT)
                   MOVE DIST-CODE TO WS-DX-CODE(WS-DX-COUNT)
                   MOVE DIST-NAME TO WS-DX-NAME(WS-DX-COUNT)
               ELSE
                   DISPLAY "XREFMNT8: 9DIST.dat HAS MORE THAN 1000 "
                           "ROWS, NOT MAINTAINED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ DIST
                   AT END SET WS-DIST-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE DIST
       END-IF.

*> ---------------------------------------------------------------
*> 2000-APPLY-ONE-TXN
*> Dispatches the current card on its file code. Every path out of
*> here has either applied the card and logged its before/after
*> images, or rejected it and logged the reason.
*> ---------------------------------------------------------------
2000-APPLY-ONE-TXN.
       IF TXN-FILE = "T" THEN
           MOVE "9THRESH.dat" TO WS-LOG-FILE
       ELSE
           MOVE "9DIST.dat" TO WS-LOG-FILE
       END-IF
       IF TXN-NAME = SPACES THEN
           MOVE "NAME IS BLANK" TO WS-REJECT-REASON
           PERFORM 2900-REJECT-TXN
       ELSE
           IF TXN-ACTION not = "A" and TXN-ACTION not = "C" and
              TXN-ACTION not = "D" THEN
               MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
           ELSE
               IF TXN-FILE = "T" THEN
                   PERFORM 2100-APPLY-THRESHOLD-TXN
               ELSE
                   IF TXN-FILE = "D" THEN
                       PERFORM 2500-APPLY-DISTRICT-TXN
                   ELSE
                       MOVE SPACES TO WS-LOG-FILE
                       MOVE "UNKNOWN FILE CODE" TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-TXN
                   END-IF
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2050-FIND-ZONE
*> Reads the card's name from the registry by key, setting
*> WS-ZR-FOUND.
*> ---------------------------------------------------------------
2050-FIND-ZONE.
       MOVE 1 TO WS-ZR-FOUND
       MOVE TXN-NAME TO ZREG-NAME
       READ ZREG
           INVALID KEY MOVE 0 TO WS-ZR-FOUND
       END-READ.

*> ---------------------------------------------------------------
*> 2100-APPLY-THRESHOLD-TXN
*> Adds, changes, or deletes one 9THRESH.dat row in the table.
*> ---------------------------------------------------------------
2100-APPLY-THRESHOLD-TXN.
       MOVE 0 TO WS-TH-FOUND
       MOVE 1 TO WS-TH-IDX
       PERFORM UNTIL WS-TH-IDX > WS-TH-COUNT
           IF WS-TH-NAME(WS-TH-IDX) = TXN-NAME THEN
               MOVE WS-TH-IDX TO WS-TH-FOUND
               MOVE WS-TH-COUNT TO WS-TH-IDX
           END-IF
           COMPUTE WS-TH-IDX = WS-TH-IDX + 1
       END-PERFORM

       IF TXN-ACTION = "A" THEN
           IF WS-TH-FOUND > 0 THEN
               MOVE "THRESHOLD ROW ALREADY ON FILE" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
           ELSE
               PERFORM 2150-VALIDATE-THRESHOLD
               IF WS-REJECT-REASON = SPACES and
                  WS-TH-COUNT not < WS-THR-MAIN-MAX THEN
                   MOVE "9THRESH.dat FULL -- MAIN8 HOLDS 100 ROWS"
                        TO WS-REJECT-REASON
               END-IF
               IF WS-REJECT-REASON not = SPACES THEN
                   PERFORM 2900-REJECT-TXN
               ELSE
                   ADD 1 TO WS-TH-COUNT
                   MOVE WS-TH-COUNT TO WS-TH-FOUND
                   MOVE TXN-NAME TO WS-TH-NAME(WS-TH-FOUND)
                   MOVE TXN-MAX-TOTAL TO WS-TH-TOTAL(WS-TH-FOUND)
                   MOVE TXN-MAX-LP TO WS-TH-LP(WS-TH-FOUND)
                   MOVE TXN-MAX-BASIN TO WS-TH-BASIN(WS-TH-FOUND)
                   MOVE "Y" TO WS-TH-CHANGED
                   ADD 1 TO WS-TXN-APPLIED
                   MOVE "ADD" TO WS-LOG-ACTION
                   PERFORM 3000-WRITE-LOG-HEADER
                   PERFORM 3150-WRITE-BEFORE-NONE
                   PERFORM 3300-WRITE-THR-AFTER
               END-IF
           END-IF
       END-IF

       IF TXN-ACTION = "C" THEN
           IF WS-TH-FOUND = 0 THEN
               MOVE "NO THRESHOLD ROW ON FILE" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
           ELSE
               PERFORM 2150-VALIDATE-THRESHOLD
               IF WS-REJECT-REASON not = SPACES THEN
                   PERFORM 2900-REJECT-TXN
               ELSE
                   MOVE WS-TH-TOTAL(WS-TH-FOUND) TO WS-BEF-TOTAL
                   MOVE WS-TH-LP(WS-TH-FOUND) TO WS-BEF-LP
                   MOVE WS-TH-BASIN(WS-TH-FOUND) TO WS-BEF-BASIN
                   MOVE TXN-MAX-TOTAL TO WS-TH-TOTAL(WS-TH-FOUND)
                   MOVE TXN-MAX-LP TO WS-TH-LP(WS-TH-FOUND)
                   MOVE TXN-MAX-BASIN TO WS-TH-BASIN(WS-TH-FOUND)
                   MOVE "Y" TO WS-TH-CHANGED
                   ADD 1 TO WS-TXN-APPLIED
                   MOVE "CHANGE" TO WS-LOG-ACTION
                   PERFORM 3000-WRITE-LOG-HEADER
                   PERFORM 3100-WRITE-THR-BEFORE
                   PERFORM 3300-WRITE-THR-AFTER
               END-IF
           END-IF
       END-IF

*>     a retired zone's row must stay deletable, so a delete is not
*>     checked against the registry
       IF TXN-ACTION = "D" THEN
           IF WS-TH-FOUND = 0 THEN
               MOVE "NO THRESHOLD ROW ON FILE" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
           ELSE
               MOVE WS-TH-TOTAL(WS-TH-FOUND) TO WS-BEF-TOTAL
               MOVE WS-TH-LP(WS-TH-FOUND) TO WS-BEF-LP
               MOVE WS-TH-BASIN(WS-TH-FOUND) TO WS-BEF-BASIN
               MOVE WS-TH-FOUND TO WS-TH-IDX
               PERFORM UNTIL WS-TH-IDX not < WS-TH-COUNT
                   MOVE WS-TH-ENTRY(WS-TH-IDX + 1)
                        TO WS-TH-ENTRY(WS-TH-IDX)
                   COMPUTE WS-TH-IDX = WS-TH-IDX + 1
               END-PERFORM
               SUBTRACT 1 FROM WS-TH-COUNT
               MOVE "Y" TO WS-TH-CHANGED
               ADD 1 TO WS-TXN-APPLIED
               MOVE "DELETE" TO WS-LOG-ACTION
               PERFORM 3000-WRITE-LOG-HEADER
               PERFORM 3100-WRITE-THR-BEFORE
               PERFORM 3250-WRITE-AFTER-NONE
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2150-VALIDATE-THRESHOLD
*> The checks an added or changed threshold row must pass: limits
*> all numeric, and a name main8 will actually match -- *DEFAULT, a
*> *DIST-<code> row for a district some zone is mapped to (as the
*> district file stands after the cards before this one), or a
*> registered zone. A failed check fills the reject reason; callers
*> test it for SPACES on return.
*> ---------------------------------------------------------------
2150-VALIDATE-THRESHOLD.
       MOVE SPACES TO WS-REJECT-REASON
       IF TXN-THR-LIMITS is not numeric THEN
           MOVE "THRESHOLD LIMITS NOT NUMERIC" TO WS-REJECT-REASON
       ELSE
           IF TXN-NAME(1:1) = "*" THEN
               IF TXN-NAME not = "*DEFAULT" THEN
                   IF TXN-NAME(1:6) not = "*DIST-" or
                      TXN-NAME(7:4) = SPACES or
                      TXN-NAME(11:90) not = SPACES THEN
                       MOVE "UNKNOWN SPECIAL ROW -- *DEFAULT OR *DIST-<code>"
                            TO WS-REJECT-REASON
                   ELSE
                       MOVE TXN-NAME(7:4) TO WS-CHK-CODE
                       MOVE 0 TO WS-DX-USERS
                       MOVE 1 TO WS-DX-IDX
                       PERFORM UNTIL WS-DX-IDX > WS-DX-COUNT
                           IF WS-DX-CODE(WS-DX-IDX) = WS-CHK-CODE THEN
                               ADD 1 TO WS-DX-USERS
                           END-IF
                           COMPUTE WS-DX-IDX = WS-DX-IDX + 1
                       END-PERFORM
                       IF WS-DX-USERS = 0 THEN
                           MOVE "NO ZONE IS MAPPED TO THIS DISTRICT"
                                TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM 2050-FIND-ZONE
               IF WS-ZR-FOUND = 0 THEN
                   MOVE "ZONE NOT REGISTERED" TO WS-REJECT-REASON
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2500-APPLY-DISTRICT-TXN
*> Adds, changes, or deletes one 9DIST.dat zone mapping in the
*> table.
*> ---------------------------------------------------------------
2500-APPLY-DISTRICT-TXN.
       MOVE 0 TO WS-DX-FOUND
       MOVE 1 TO WS-DX-IDX
       PERFORM UNTIL WS-DX-IDX > WS-DX-COUNT
           IF WS-DX-ZONE(WS-DX-IDX) = TXN-NAME THEN
               MOVE WS-DX-IDX TO WS-DX-FOUND
               MOVE WS-DX-COUNT TO WS-DX-IDX
           END-IF
           COMPUTE WS-DX-IDX = WS-DX-IDX + 1
       END-PERFORM

       IF TXN-ACTION = "A" THEN
           IF WS-DX-FOUND > 0 THEN
               MOVE SPACES TO WS-REJECT-REASON
               STRING "ZONE ALREADY MAPPED TO DISTRICT" SPACE
                      WS-DX-CODE(WS-DX-FOUND)
                      DELIMITED BY SIZE INTO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
           ELSE
               PERFORM 2550-VALIDATE-DISTRICT
               IF WS-REJECT-REASON = SPACES and
                  WS-DX-COUNT not < WS-DX-MAIN-MAX THEN
                   MOVE "9DIST.dat FULL -- MAIN8 HOLDS 500 ZONES"
                        TO WS-REJECT-REASON
               END-IF
               IF WS-REJECT-REASON not = SPACES THEN
                   PERFORM 2900-REJECT-TXN
               ELSE
                   ADD 1 TO WS-DX-COUNT
                   MOVE WS-DX-COUNT TO WS-DX-FOUND
                   MOVE TXN-NAME TO WS-DX-ZONE(WS-DX-FOUND)
                   MOVE TXN-DIST-CODE TO WS-DX-CODE(WS-DX-FOUND)
                   MOVE TXN-DIST-NAME TO WS-DX-NAME(WS-DX-FOUND)
                   MOVE "Y" TO WS-DX-CHANGED
                   ADD 1 TO WS-TXN-APPLIED
                   MOVE "ADD" TO WS-LOG-ACTION
                   PERFORM 3000-WRITE-LOG-HEADER
                   PERFORM 3150-WRITE-BEFORE-NONE
                   PERFORM 3400-WRITE-DIST-AFTER
               END-IF
           END-IF
       END-IF

       IF TXN-ACTION = "C" THEN
           IF WS-DX-FOUND = 0 THEN
               MOVE "ZONE NOT MAPPED TO A DISTRICT" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
           ELSE
               PERFORM 2550-VALIDATE-DISTRICT
               IF WS-REJECT-REASON = SPACES and
                  TXN-DIST-CODE not = WS-DX-CODE(WS-DX-FOUND) THEN
                   PERFORM 2600-CHECK-LAST-ZONE
               END-IF
               IF WS-REJECT-REASON not = SPACES THEN
                   PERFORM 2900-REJECT-TXN
               ELSE
                   MOVE WS-DX-CODE(WS-DX-FOUND) TO WS-BEF-CODE
                   MOVE WS-DX-NAME(WS-DX-FOUND) TO WS-BEF-NAME
                   MOVE TXN-DIST-CODE TO WS-DX-CODE(WS-DX-FOUND)
                   MOVE TXN-DIST-NAME TO WS-DX-NAME(WS-DX-FOUND)
                   MOVE "Y" TO WS-DX-CHANGED
                   ADD 1 TO WS-TXN-APPLIED
                   MOVE "CHANGE" TO WS-LOG-ACTION
                   PERFORM 3000-WRITE-LOG-HEADER
                   PERFORM 3200-WRITE-DIST-BEFORE
                   PERFORM 3400-WRITE-DIST-AFTER
               END-IF
           END-IF
       END-IF

       IF TXN-ACTION = "D" THEN
           IF WS-DX-FOUND = 0 THEN
               MOVE "ZONE NOT MAPPED TO A DISTRICT" TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM 2600-CHECK-LAST-ZONE
               IF WS-REJECT-REASON not = SPACES THEN
                   PERFORM 2900-REJECT-TXN
               ELSE
                   MOVE WS-DX-CODE(WS-DX-FOUND) TO WS-BEF-CODE
                   MOVE WS-DX-NAME(WS-DX-FOUND) TO WS-BEF-NAME
                   MOVE WS-DX-FOUND TO WS-DX-IDX
                   PERFORM UNTIL WS-DX-IDX not < WS-DX-COUNT
                       MOVE WS-DX-ENTRY(WS-DX-IDX + 1)
                            TO WS-DX-ENTRY(WS-DX-IDX)
                       COMPUTE WS-DX-IDX = WS-DX-IDX + 1
                   END-PERFORM
                   SUBTRACT 1 FROM WS-DX-COUNT
                   MOVE "Y" TO WS-DX-CHANGED
                   ADD 1 TO WS-TXN-APPLIED
                   MOVE "DELETE" TO WS-LOG-ACTION
                   PERFORM 3000-WRITE-LOG-HEADER
                   PERFORM 3200-WRITE-DIST-BEFORE
                   PERFORM 3250-WRITE-AFTER-NONE
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2550-VALIDATE-DISTRICT
*> The checks an added or changed zone mapping must pass: the zone
*> registered, a district code, a district name, and -- when other
*> zones already carry the code -- the same name they carry, since
*> main8's rollup takes the district's name from whichever of its
*> zones it meets first.
*> ---------------------------------------------------------------
2550-VALIDATE-DISTRICT.
       MOVE SPACES TO WS-REJECT-REASON
       PERFORM 2050-FIND-ZONE
       IF WS-ZR-FOUND = 0 THEN
           MOVE "ZONE NOT REGISTERED" TO WS-REJECT-REASON
       ELSE
           IF TXN-DIST-CODE = SPACES THEN
               MOVE "DISTRICT CODE IS BLANK" TO WS-REJECT-REASON
           ELSE
               IF TXN-DIST-NAME = SPACES THEN
                   MOVE "DISTRICT CODE WITH NO DISTRICT NAME"
                        TO WS-REJECT-REASON
               ELSE
                   MOVE 1 TO WS-DX-IDX
                   PERFORM UNTIL WS-DX-IDX > WS-DX-COUNT
                       IF WS-DX-IDX not = WS-DX-FOUND and
                          WS-DX-CODE(WS-DX-IDX) = TXN-DIST-CODE and
                          WS-DX-NAME(WS-DX-IDX) not = TXN-DIST-NAME THEN
                           MOVE SPACES TO WS-REJECT-REASON
                           STRING "DISTRICT" SPACE TXN-DIST-CODE SPACE
                                  "IS NAMED" SPACE DELIMITED BY SIZE
                                  WS-DX-NAME(WS-DX-IDX)
                                  DELIMITED BY "  "
                                  SPACE "ON FILE" DELIMITED BY SIZE
                                  INTO WS-REJECT-REASON
                           MOVE WS-DX-COUNT TO WS-DX-IDX
                       END-IF
                       COMPUTE WS-DX-IDX = WS-DX-IDX + 1
                   END-PERFORM
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2600-CHECK-LAST-ZONE
*> Moving or deleting a zone mapping must not leave a *DIST- row
*> behind for a district no zone rolls up under any more -- the
*> row would never trip and nobody would know why. The *DIST- row
*> has to go first.
*> ---------------------------------------------------------------
2600-CHECK-LAST-ZONE.
       MOVE WS-DX-CODE(WS-DX-FOUND) TO WS-CHK-CODE
       MOVE 0 TO WS-DX-USERS
       MOVE 1 TO WS-DX-IDX
       PERFORM UNTIL WS-DX-IDX > WS-DX-COUNT
           IF WS-DX-IDX not = WS-DX-FOUND and
              WS-DX-CODE(WS-DX-IDX) = WS-CHK-CODE THEN
               ADD 1 TO WS-DX-USERS
           END-IF
           COMPUTE WS-DX-IDX = WS-DX-IDX + 1
       END-PERFORM
       IF WS-DX-USERS = 0 THEN
           MOVE SPACES TO WS-DIST-THR-KEY
           STRING "*DIST-" WS-CHK-CODE
                  DELIMITED BY SIZE INTO WS-DIST-THR-KEY
           MOVE 1 TO WS-TH-IDX
           PERFORM UNTIL WS-TH-IDX > WS-TH-COUNT
               IF WS-TH-NAME(WS-TH-IDX) = WS-DIST-THR-KEY THEN
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "LAST ZONE IN DISTRICT" SPACE WS-CHK-CODE
                          SPACE "WHICH STILL HAS A *DIST- ROW"
                          DELIMITED BY SIZE INTO WS-REJECT-REASON
                   MOVE WS-TH-COUNT TO WS-TH-IDX
               END-IF
               COMPUTE WS-TH-IDX = WS-TH-IDX + 1
           END-PERFORM
       END-IF.

*> ---------------------------------------------------------------
*> 2900-REJECT-TXN
*> The card does not apply: one REJECT line on the change log with
*> the reason, and the run is marked not clean.
*> ---------------------------------------------------------------
2900-REJECT-TXN.
       ADD 1 TO WS-TXN-REJECTED
       MOVE SPACES TO CHGLOG-REC
       STRING "REJECT:" SPACE WS-RUN-DATE SPACE WS-RUN-TIME SPACE
              "USER:" SPACE TXN-USER SPACE
              "ACTION:" SPACE TXN-ACTION SPACE
              "FILE:" SPACE TXN-FILE SPACE
              "NAME:" DELIMITED BY SIZE
              SPACE DELIMITED BY SIZE
              TXN-NAME DELIMITED BY SPACE
              SPACE DELIMITED BY SIZE
              "REASON:" DELIMITED BY SIZE
              SPACE DELIMITED BY SIZE
              WS-REJECT-REASON DELIMITED BY SIZE
              INTO CHGLOG-REC
       WRITE CHGLOG-REC
       DISPLAY "XREFMNT8: REJECTED " TXN-ACTION TXN-FILE " FOR "
               TXN-NAME(1:40) " -- " WS-REJECT-REASON.

*> ---------------------------------------------------------------
*> 3000-WRITE-LOG-HEADER
*> The dated header line opening one change on the log: when, who,
*> what action, which file, which row. The before/after image lines
*> follow it.
*> ---------------------------------------------------------------
3000-WRITE-LOG-HEADER.
       MOVE SPACES TO CHGLOG-REC
       STRING "CHANGE:" SPACE WS-RUN-DATE SPACE WS-RUN-TIME SPACE
              "USER:" SPACE TXN-USER SPACE
              "ACTION:" SPACE WS-LOG-ACTION SPACE
              "FILE:" SPACE DELIMITED BY SIZE
              WS-LOG-FILE DELIMITED BY SPACE
              SPACE "NAME:" SPACE DELIMITED BY SIZE
              TXN-NAME DELIMITED BY SPACE
              INTO CHGLOG-REC
       WRITE CHGLOG-REC.

*> ---------------------------------------------------------------
*> 3100-WRITE-THR-BEFORE
*> A threshold row's limits as they stood before the card applied.
*> ---------------------------------------------------------------
3100-WRITE-THR-BEFORE.
       MOVE WS-BEF-TOTAL TO WS-IMG-TOTAL-ED
       MOVE WS-BEF-LP TO WS-IMG-LP-ED
       MOVE WS-BEF-BASIN TO WS-IMG-BASIN-ED
       MOVE SPACES TO CHGLOG-REC
       STRING "  BEFORE TOTAL:" SPACE WS-IMG-TOTAL-ED SPACE
              "LP:" SPACE WS-IMG-LP-ED SPACE
              "BASIN:" SPACE WS-IMG-BASIN-ED
              DELIMITED BY SIZE INTO CHGLOG-REC
       WRITE CHGLOG-REC.

*> ---------------------------------------------------------------
*> 3150-WRITE-BEFORE-NONE
*> The before image of an add -- there was no row.
*> ---------------------------------------------------------------
3150-WRITE-BEFORE-NONE.
       MOVE SPACES TO CHGLOG-REC
       MOVE "  BEFORE (NO ENTRY)" TO CHGLOG-REC
       WRITE CHGLOG-REC.

*> ---------------------------------------------------------------
*> 3200-WRITE-DIST-BEFORE
*> A zone mapping's district as it stood before the card applied.
*> ---------------------------------------------------------------
3200-WRITE-DIST-BEFORE.
       MOVE SPACES TO CHGLOG-REC
       STRING "  BEFORE CODE:" SPACE WS-BEF-CODE SPACE
              "NAME:" SPACE WS-BEF-NAME
              DELIMITED BY SIZE INTO CHGLOG-REC
       WRITE CHGLOG-REC.

*> ---------------------------------------------------------------
*> 3250-WRITE-AFTER-NONE
*> The after image of a delete -- the row is gone.
*> ---------------------------------------------------------------
3250-WRITE-AFTER-NONE.
       MOVE SPACES TO CHGLOG-REC
       MOVE "  AFTER (ENTRY DELETED)" TO CHGLOG-REC
       WRITE CHGLOG-REC.

*> ---------------------------------------------------------------
*> 3300-WRITE-THR-AFTER
*> A threshold row's limits as the card left them.
*> ---------------------------------------------------------------
3300-WRITE-THR-AFTER.
       MOVE WS-TH-TOTAL(WS-TH-FOUND) TO WS-IMG-TOTAL-ED
       MOVE WS-TH-LP(WS-TH-FOUND) TO WS-IMG-LP-ED
       MOVE WS-TH-BASIN(WS-TH-FOUND) TO WS-IMG-BASIN-ED
       MOVE SPACES TO CHGLOG-REC
       STRING "  AFTER TOTAL:" SPACE WS-IMG-TOTAL-ED SPACE
              "LP:" SPACE WS-IMG-LP-ED SPACE
              "BASIN:" SPACE WS-IMG-BASIN-ED
              DELIMITED BY SIZE INTO CHGLOG-REC
       WRITE CHGLOG-REC.

*> ---------------------------------------------------------------
*> 3400-WRITE-DIST-AFTER
*> A zone mapping's district as the card left it.
*> ---------------------------------------------------------------
3400-WRITE-DIST-AFTER.
       MOVE SPACES TO CHGLOG-REC
       STRING "  AFTER CODE:" SPACE WS-DX-CODE(WS-DX-FOUND) SPACE
              "NAME:" SPACE WS-DX-NAME(WS-DX-FOUND)
              DELIMITED BY SIZE INTO CHGLOG-REC
       WRITE CHGLOG-REC.

*> ---------------------------------------------------------------
*> 4000-CHECK-CAPACITY
*> Warns, on the log and the console, when either file has come
*> within a tenth of the table main8 loads it into -- or has
*> already outgrown it, in which case main8 is dropping rows.
*> ---------------------------------------------------------------
4000-CHECK-CAPACITY.
       IF WS-TH-COUNT not < WS-THR-WARN-AT THEN
           MOVE "9THRESH.dat" TO WS-LOG-FILE
           MOVE WS-TH-COUNT TO WS-CAP-COUNT-ED
           MOVE WS-THR-MAIN-MAX TO WS-CAP-MAX-ED
           PERFORM 4100-WRITE-CAPACITY-WARNING
       END-IF
       IF WS-DX-COUNT not < WS-DX-WARN-AT THEN
           MOVE "9DIST.dat" TO WS-LOG-FILE
           MOVE WS-DX-COUNT TO WS-CAP-COUNT-ED
           MOVE WS-DX-MAIN-MAX TO WS-CAP-MAX-ED
           PERFORM 4100-WRITE-CAPACITY-WARNING
       END-IF.

*> ---------------------------------------------------------------
*> 4100-WRITE-CAPACITY-WARNING
*> One WARNING line for the file named in WS-LOG-FILE.
*> ---------------------------------------------------------------
4100-WRITE-CAPACITY-WARNING.
       ADD 1 TO WS-WARN-COUNT
       MOVE SPACES TO CHGLOG-REC
       STRING "WARNING:" SPACE WS-RUN-DATE SPACE WS-RUN-TIME SPACE
              "FILE:" SPACE DELIMITED BY SIZE
              WS-LOG-FILE DELIMITED BY SPACE
              SPACE "ROWS:" SPACE WS-CAP-COUNT-ED SPACE
              "MAIN8 HOLDS:" SPACE WS-CAP-MAX-ED
              DELIMITED BY SIZE INTO CHGLOG-REC
       WRITE CHGLOG-REC
       DISPLAY "XREFMNT8: " WS-LOG-FILE " HAS " WS-CAP-COUNT-ED
               " ROWS, MAIN8 HOLDS " WS-CAP-MAX-ED.

*> ---------------------------------------------------------------
*> 5000-REWRITE-THRESHOLDS
*> Writes the maintained table back over 9THRESH.dat, in file
*> order with adds at the end.
*> ---------------------------------------------------------------
5000-REWRITE-THRESHOLDS.
       OPEN OUTPUT THR
       IF WS-THR-STATUS not = "00" THEN
           DISPLAY "XREFMNT8: CANNOT REWRITE 9THRESH.dat STATUS "
                   WS-THR-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 1 TO WS-TH-IDX
       PERFORM UNTIL WS-TH-IDX > WS-TH-COUNT
           MOVE WS-TH-NAME(WS-TH-IDX) TO THR-NAME
           MOVE WS-TH-TOTAL(WS-TH-IDX) TO THR-MAX-TOTAL
           MOVE WS-TH-LP(WS-TH-IDX) TO THR-MAX-LP
           MOVE WS-TH-BASIN(WS-TH-IDX) TO THR-MAX-BASIN
           WRITE THR-REC
           COMPUTE WS-TH-IDX = WS-TH-IDX + 1
       END-PERFORM
       CLOSE THR.

*> ---------------------------------------------------------------
*> 5100-REWRITE-DISTRICTS
*> Writes the maintained table back over 9DIST.dat, on the same
*> terms.
*> ---------------------------------------------------------------
5100-REWRITE-DISTRICTS.
       OPEN OUTPUT DIST
       IF WS-DIST-STATUS not = "00" THEN
           DISPLAY "XREFMNT8: CANNOT REWRITE 9DIST.dat STATUS "
                   WS-DIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 1 TO WS-DX-IDX
       PERFORM UNTIL WS-DX-IDX > WS-DX-COUNT
           MOVE WS-DX-ZONE(WS-DX-IDX) TO DIST-ZONE
           MOVE WS-DX-CODE(WS-DX-IDX) TO DIST-CODE
           MOVE WS-DX-NAME(WS-DX-IDX) TO DIST-NAME
           WRITE DIST-REC
           COMPUTE WS-DX-IDX = WS-DX-IDX + 1
       END-PERFORM
       CLOSE DIST.
