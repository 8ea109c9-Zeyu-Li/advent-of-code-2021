*> LPHBI -- the low-point history before-image record, shared by
*> main8 (which saves one to 9LPHBI.dat ahead of every add,
*> rewrite, and close it makes on 9LPHIST.idx) and backout8 (which
*> puts the saved records back, and takes the added ones off, when
*> a night's run is reversed). Keyed for the backout the same way
*> as REGBI -- the run date, time, and run name -- plus what the
*> run did to the point and the LPHIST record itself:
*>   LBI-ACTION  "A" the run added the point (LBI-IMAGE is the
*>               record as added -- the backout deletes it)
*>               "C" the run rewrote or closed it (LBI-IMAGE is the
*>               record as it stood before -- the backout puts it
*>               back)
*> Fixed-field, machine read and written -- same layout discipline
*> as ZONEREG.
01 LBI-REC.
       02 LBI-RUN-DATE PIC 9(8).
       02 LBI-RUN-TIME PIC 9(8).
       02 LBI-RUN-NAME PIC X(100).
       02 LBI-ACTION PIC X(1).
       02 LBI-IMAGE PIC X(151).
