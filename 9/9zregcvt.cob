       >>SOURCE FORMAT FREE
*> To run do `cobc -x -I copybooks 9/9zregcvt.cob && ./9zregcvt [oldfile]`
*> from the repo root, in the directory holding the registry. With
*> no argument it is the one-time conversion: loads every record of
*> the old line-sequential 9ZONES.dat into the indexed 9ZONES.idx
*> the programs now read, the old file left in place as the
*> fallback copy. With an argument it upgrades an indexed registry
*> in the layout before the design storm and survey origin fields
*> were added: rename the existing 9ZONES.idx to the name given
*> (say 9ZONES.V1.idx) and it is read into a fresh 9ZONES.idx in
*> the current layout, the renamed file kept as the fallback copy.
IDENTIFICATION DIVISION.
program-id. zregcvt8.
author. Andrew.
*> A duplicate name in the old file (which the old load would have
*> silently shadowed) is reported and skipped, and the run ends
*> with the warning return code 4 so the operator reviews it.
*> The old file predates the design storm and survey origin fields,
*> so every zone comes over with neither set; zonemnt8 change cards
*> supply them.
*>
*> A site already running on the indexed registry must not go back
*> to 9ZONES.dat for the longer record -- that file stopped being
*> maintained the night the registry was converted, and reloading
*> it would lose every figure main8 has written back since, every
*> zonemnt8 add, change, and close, and the match between the
*> registry and the before-images backout8 restores from. Such a
*> site upgrades the indexed file itself: the old registry is read
*> end to end in key order through its own record layout, and
*> each record is written to the new 9ZONES.idx with every field it
*> carries unchanged and the fields added since zeroed. So a run
*> can never write over a live registry, the conversion is refused
*> whenever a 9ZONES.idx is already in place -- the operator renames
*> it first and names the renamed file as the argument.

ENVIRONMENT DIVISION.
input-output section.
           organization is line sequential
           access is sequential
           file status is WS-OLDZ-STATUS.
       select ZOLD assign to dynamic WS-ZOLD-FILE
           organization is indexed
           access is sequential
           record key is ZOLD-NAME
           file status is WS-ZOLD-STATUS.
       select ZREG assign to "9ZONES.idx"
           organization is indexed
           access is random

DATA DIVISION.
FILE SECTION.
*> the old record, read whole -- it is byte-for-byte the leading
*> part of the ZONEREG layout, so the load below is one group move
*> into that part with the fields added since zeroed first
FD OLDZ.
01 OLDZ-REC PIC X(146).

*> the indexed registry record as it stood before the design storm
*> and survey origin were added -- the same 146 bytes as OLDZ-REC,
*> laid out field by field for the key
FD ZOLD.
01 ZOLD-REC.
       02 ZOLD-NAME PIC X(100).
       02 ZOLD-EXP-ROWS PIC 9(4).
       02 ZOLD-EXP-COLS PIC 9(4).
       02 ZOLD-MIN-TOTAL PIC 9(8).
       02 ZOLD-MAX-TOTAL PIC 9(8).
       02 ZOLD-LAST-DATE PIC 9(8).
       02 ZOLD-LAST-LP PIC 9(6).
       02 ZOLD-LAST-TOTAL PIC 9(8).

FD ZREG.
COPY ZONEREG.

WORKING-STORAGE SECTION.
01 WS-OLDZ-STATUS PIC XX value "00".
01 WS-ZOLD-STATUS PIC XX value "00".
01 WS-ZREG-STATUS PIC XX value "00".
01 WS-OLDZ-EOF PIC X value "N".
       88 WS-OLDZ-DONE value "Y".
01 WS-ZOLD-EOF PIC X value "N".
       88 WS-ZOLD-DONE value "Y".
01 WS-ARG-COUNT PIC 99 value 0.
01 WS-ZOLD-FILE PIC X(100) value SPACES.
01 WS-LOADED-COUNT PIC 9(4) value 0.
01 WS-DUP-COUNT PIC 9(4) value 0.
01 WS-LOADED-COUNT-ED PIC Z(3)9.
01 WS-DUP-COUNT-ED PIC Z(3)9.

PROCEDURE DIVISION.
ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
IF WS-ARG-COUNT > 0 THEN
       ACCEPT WS-ZOLD-FILE FROM ARGUMENT-VALUE
END-IF

*> anything but "no such file" means a registry is already there --
*> a wrong-length record (status 39) is exactly what an old-layout
*> 9ZONES.idx still in place would give
OPEN INPUT ZREG
IF WS-ZREG-STATUS not = "35" THEN
       IF WS-ZREG-STATUS = "00" THEN
           CLOSE ZREG
       END-IF
       DISPLAY "ZREGCVT8: 9ZONES.idx ALREADY EXISTS (STATUS "
               WS-ZREG-STATUS ") -- NOT OVERWRITTEN"
       IF WS-ZOLD-FILE = SPACES THEN
           DISPLAY "ZREGCVT8: TO UPGRADE AN INDEXED REGISTRY, RENAME "
                   "IT AND NAME THE RENAMED FILE AS THE ARGUMENT"
       ELSE
           DISPLAY "ZREGCVT8: RENAME IT TO THE OLD REGISTRY NAME "
                   "GIVEN BEFORE RUNNING THE UPGRADE"
       END-IF
       MOVE 16 TO RETURN-CODE
       STOP RUN
END-IF

IF WS-ZOLD-FILE not = SPACES THEN
       PERFORM 2000-UPGRADE-INDEXED
ELSE
       PERFORM 1000-CONVERT-SEQUENTIAL
END-IF

MOVE WS-LOADED-COUNT TO WS-LOADED-COUNT-ED
MOVE WS-DUP-COUNT TO WS-DUP-COUNT-ED
       MOVE 4 TO RETURN-CODE
END-IF
STOP RUN.

*> ---------------------------------------------------------------
*> 1000-CONVERT-SEQUENTIAL
*> The original one-time load from the line-sequential 9ZONES.dat,
*> for a site that has never had the indexed registry.
*> ---------------------------------------------------------------
1000-CONVERT-SEQUENTIAL.
       OPEN INPUT OLDZ
       IF WS-OLDZ-STATUS not = "00" THEN
           DISPLAY "ZREGCVT8: CANNOT OPEN 9ZONES.dat STATUS "
                   WS-OLDZ-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM 3000-CREATE-REGISTRY

       READ OLDZ
           AT END SET WS-OLDZ-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-OLDZ-DONE
           PERFORM 3100-CLEAR-NEW-FIELDS
           MOVE OLDZ-REC TO ZREG-REC(1:146)
           PERFORM 3200-WRITE-REGISTRY
           READ OLDZ
               AT END SET WS-OLDZ-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE OLDZ
       CLOSE ZREG.

*> ---------------------------------------------------------------
*> 2000-UPGRADE-INDEXED
*> Reads the renamed old-layout indexed registry end to end and
*> writes each record into the new 9ZONES.idx, every figure and
*> maintenance change it carries brought across as it stands.
*> ---------------------------------------------------------------
2000-UPGRADE-INDEXED.
       OPEN INPUT ZOLD
       IF WS-ZOLD-STATUS not = "00" THEN
           DISPLAY "ZREGCVT8: CANNOT OPEN OLD REGISTRY "
                   WS-ZOLD-FILE(1:40) " STATUS " WS-ZOLD-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM 3000-CREATE-REGISTRY

       READ ZOLD NEXT RECORD
           AT END SET WS-ZOLD-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-ZOLD-DONE
           PERFORM 3100-CLEAR-NEW-FIELDS
           MOVE ZOLD-REC TO ZREG-REC(1:146)
           PERFORM 3200-WRITE-REGISTRY
           READ ZOLD NEXT RECORD
               AT END SET WS-ZOLD-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE ZOLD
       CLOSE ZREG.

*> ---------------------------------------------------------------
*> 3000-CREATE-REGISTRY
*> Creates the new, empty 9ZONES.idx -- only ever reached once the
*> check above has found none in place.
*> ---------------------------------------------------------------
3000-CREATE-REGISTRY.
       OPEN OUTPUT ZREG
       IF WS-ZREG-STATUS not = "00" THEN
           DISPLAY "ZREGCVT8: CANNOT CREATE 9ZONES.idx STATUS "
                   WS-ZREG-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

*> ---------------------------------------------------------------
*> 3100-CLEAR-NEW-FIELDS
*> Zeroes the fields neither old layout carries: no design storm
*> and no survey origin on file.
*> ---------------------------------------------------------------
3100-CLEAR-NEW-FIELDS.
       MOVE 0 TO ZREG-DESIGN-RATE
       MOVE 0 TO ZREG-DESIGN-HOURS
       MOVE 0 TO ZREG-ORIGIN-EAST
       MOVE 0 TO ZREG-ORIGIN-NORTH
       MOVE 0 TO ZREG-CELL-SIZE.

*> ---------------------------------------------------------------
*> 3200-WRITE-REGISTRY
*> Writes the record built in ZREG-REC, counting it loaded or, for
*> a name already written, reporting and skipping it.
*> ---------------------------------------------------------------
3200-WRITE-REGISTRY.
       WRITE ZREG-REC
           INVALID KEY
               ADD 1 TO WS-DUP-COUNT
               DISPLAY "ZREGCVT8: DUPLICATE ZONE SKIPPED: "
                       ZREG-NAME(1:40)
           NOT INVALID KEY
               ADD 1 TO WS-LOADED-COUNT
       END-WRITE.
