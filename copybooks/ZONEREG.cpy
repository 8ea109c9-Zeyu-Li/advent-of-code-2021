*> 9ZONES.idx keyed on ZREG-NAME, so lookups and end-of-zone
*> rewrites are keyed instead of re-serializing the whole master
*> per run -- the one-time zregcvt8 utility loads it from the old
*> line-sequential 9ZONES.dat, and upgrades an indexed registry
*> written before the design storm and survey origin fields were
*> added to this layout. Fixed-field, machine read and
*> rewritten -- same layout discipline as the checkpoint records.
*> The design storm is what capsim8 judges basin overflow against:
*> a rainfall rate, in depth units per cell per hour (the grid's own
*> 0-9 depth scale), held for a number of hours. Zero in both means
*> no design storm is set for the zone.
*> The survey origin ties the grid to the ground for gisexp8: the
*> easting and northing, in the survey's own map units, of the
*> centre of data cell 1,1 (bordered row 2, column 2, the north-west
*> corner of the extract), and the spacing between cell centres in
*> the same units. Rows run south and columns east from the origin.
*> A zero cell size, or a zero easting and northing both, means no
*> origin is on file for the zone.
01 ZREG-REC.
       02 ZREG-NAME PIC X(100).
       02 ZREG-EXP-ROWS PIC 9(4).
       02 ZREG-LAST-DATE PIC 9(8).
       02 ZREG-LAST-LP PIC 9(6).
       02 ZREG-LAST-TOTAL PIC 9(8).
       02 ZREG-DESIGN-RATE PIC 9(3)V99.
       02 ZREG-DESIGN-HOURS PIC 9(3).
       02 ZREG-ORIGIN-EAST PIC 9(8)V99.
       02 ZREG-ORIGIN-NORTH PIC 9(8)V99.
       02 ZREG-CELL-SIZE PIC 9(4)V99.
