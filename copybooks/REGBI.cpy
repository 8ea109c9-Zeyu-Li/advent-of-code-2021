*> REGBI -- the registry before-image record, shared by main8
*> (which saves one to 9REGBI.dat ahead of every end-of-zone
*> registry rewrite) and backout8 (which puts the saved figures back
*> when a night's run is reversed). One record per zone rewrite,
*> keyed for the backout by the run date and the run name -- the
*> same extract or batch list name the audit and run-control lines
*> carry -- and holding the three figures the scan overwrites, as
*> they stood before it did. Fixed-field, machine read and written
*> -- same layout discipline as ZONEREG.
01 RBI-REC.
       02 RBI-RUN-DATE PIC 9(8).
       02 RBI-RUN-TIME PIC 9(8).
       02 RBI-RUN-NAME PIC X(100).
       02 RBI-ZONE PIC X(100).
       02 RBI-LAST-DATE PIC 9(8).
       02 RBI-LAST-LP PIC 9(6).
       02 RBI-LAST-TOTAL PIC 9(8).
