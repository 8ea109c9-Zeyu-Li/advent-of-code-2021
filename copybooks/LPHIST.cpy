*> LPHIST -- the low-point history master record, one per low point
*> the scan has ever detected, shared by main8 (which posts every
*> night's low points into it and closes the ones that stopped
*> showing up) and lpage8 (which ages the open ones). Lives in the
*> indexed 9LPHIST.idx keyed on the zone extract name plus the low
*> point's row and column, in the same bordered grid coordinates
*> the report, interface extract, and 9REMED.dat use. A point that
*> drops out of the extract is closed, never deleted, so a point
*> that comes back reopens on its own history -- only backout8,
*> reversing a night, deletes the points that night added (from
*> the LPHBI before-images main8 saves). Fixed-field, machine read
*> and rewritten -- same layout discipline as ZONEREG.
*>   LPH-FIRST-DATE  the night the point was first ever detected
*>   LPH-OPEN-DATE   the night its current open spell began (the
*>                   first-seen date again, unless it was closed and
*>                   has since reappeared) -- what aging counts from
*>   LPH-LAST-DATE   the last night the scan detected it
*>   LPH-CONSEC      consecutive nights seen in the current spell
*>   LPH-DEEPEST     the greatest DEPTH the scan has recorded for it
*>   LPH-LAST-DEPTH  its DEPTH on the last night seen
*>   LPH-REMED       "Y" when the point is on 9REMED.dat
*>   LPH-STATUS      "O" open, "C" closed (stopped showing up)
*>   LPH-CLOSED-DATE the night it was closed, zero while open
01 LPH-REC.
       02 LPH-KEY.
           03 LPH-ZONE PIC X(100).
           03 LPH-ROW PIC 9(4).
           03 LPH-COL PIC 9(4).
       02 LPH-FIRST-DATE PIC 9(8).
       02 LPH-OPEN-DATE PIC 9(8).
       02 LPH-LAST-DATE PIC 9(8).
       02 LPH-CONSEC PIC 9(5).
       02 LPH-DEEPEST PIC 9(2).
       02 LPH-LAST-DEPTH PIC 9(2).
       02 LPH-REMED PIC X(1).
       02 LPH-STATUS PIC X(1).
       02 LPH-CLOSED-DATE PIC 9(8).
