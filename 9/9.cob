           organization is line sequential
           access is sequential
           file status is WS-FP-STATUS.
       select RPT assign to dynamic WS-RPT-OUT-FILE
           organization is line sequential
           access is sequential.
       select BL assign to dynamic WS-BATCH-LIST-FILE
           organization is line sequential
           access is sequential
           file status is WS-AUDIT-STATUS.
       select MAPOUT assign to dynamic WS-MAP-OUT-FILE
           organization is line sequential
           access is sequential.
       select BASOUT assign to dynamic WS-BAS-OUT-FILE
           organization is line sequential
           access is sequential.
       select ZREG assign to "9ZONES.idx"
           access is random
           record key is ZREG-NAME
           file status is WS-ZREG-STATUS.
       select LPHIST assign to "9LPHIST.idx"
           organization is indexed
           access is dynamic
           record key is LPH-KEY
           file status is WS-LPH-STATUS.
       select THR assign to "9THRESH.dat"
           organization is line sequential
           access is sequential
           organization is line sequential
           access is sequential
           file status is WS-REM-STATUS.
       select EXCOUT assign to dynamic WS-EXC-OUT-FILE
           organization is line sequential
           access is sequential.
       select CMPOUT assign to "9CMP.dat"
           organization is line sequential
           access is sequential.
       select SUSP assign to dynamic WS-SUSP-OUT-FILE
           organization is line sequential
           access is sequential.
       select INTF assign to dynamic WS-INTF-OUT-FILE
           organization is line sequential
           access is sequential.
       select RUNCTL assign to "9RUNCTL.dat"
       select GENOUT assign to dynamic WS-GENOUT-FILE
           organization is line sequential
           access is sequential.
       select ADJ assign to "9ADJ.dat"
           organization is line sequential
           access is sequential
           file status is WS-ADJ-STATUS.
       select NBR assign to dynamic WS-NBR-FILE
           organization is line sequential
           access is sequential
           file status is WS-NBR-STATUS.
       select PARTCTL assign to "9PART.dat"
           organization is line sequential
           access is sequential
           file status is WS-PART-STATUS.
       select PCTL assign to dynamic WS-PCTL-FILE
           organization is line sequential
           access is sequential
           file status is WS-PCTL-STATUS.
       select PLIST assign to dynamic WS-PLIST-FILE
           organization is line sequential
           access is sequential.
       select MRGBAL assign to "9MERGE.dat"
           organization is line sequential
           access is sequential.
       select REGBI assign to dynamic WS-RBI-OUT-FILE
           organization is line sequential
           access is sequential
           file status is WS-RBI-STATUS.
       select LPHBI assign to dynamic WS-LBI-OUT-FILE
           organization is line sequential
           access is sequential
           file status is WS-LBI-STATUS.

DATA DIVISION.
FILE SECTION.
FD ZREG.
COPY ZONEREG.

*> low-point history master -- one record per low point ever
*> detected, keyed on zone, row, and column; the layout lives in the
*> LPHIST copybook so the aging report reads the same record
FD LPHIST.
COPY LPHIST.

*> fixed-field threshold record, same layout discipline as ZREG --
*> a "*DEFAULT" name row sets the run-wide limits, a zone-named row
*> overrides them for that zone alone
FD GENOUT.
01 GENOUT-REC PIC X(300).

*> fixed-field zone adjacency record -- one per zone, naming the
*> zone extract that lies on each side of it (spaces where there is
*> no neighbour on file)
FD ADJ.
01 ADJ-REC.
       02 ADJ-ZONE PIC X(100).
       02 ADJ-NORTH PIC X(100).
       02 ADJ-SOUTH PIC X(100).
       02 ADJ-EAST PIC X(100).
       02 ADJ-WEST PIC X(100).

*> a neighbouring zone's extract, read only for its shared edge --
*> sized the same as currLine for the same over-wide-line reason
FD NBR.
01 NBR-REC.
       02 NBR-LINE PIC X(250).

*> split control -- one "S" record carrying the stamp of the split
*> (date and time), the batch list it was cut from, and how many
*> partitions and zones it made, then one "P" record per partition
*> naming that partition's list and its zone count. Fixed-field for
*> the same machine-read reason as the CKPT layout.
FD PARTCTL.
01 PART-SPLIT-REC.
       02 PART-REC-TYPE PIC X(1).
       02 PART-SPLIT-DATE PIC 9(8).
       02 PART-SPLIT-TIME PIC 9(8).
       02 PART-PARTS PIC 9(2).
       02 PART-ZONES PIC 9(4).
       02 PART-LIST PIC X(100).
01 PART-LIST-REC.
       02 PART-LIST-TYPE PIC X(1).
       02 PART-NUM PIC 9(2).
       02 PART-LIST-ZONES PIC 9(4).
       02 PART-LIST-NAME PIC X(100).

*> partition control totals -- written by a partition run once its
*> outputs are closed: one "H" record of the partition's figures and
*> output record counts, one "D" record per district accumulator,
*> and an "E" record last, so a partition that died part way never
*> leaves a control file the merge will accept.
FD PCTL.
01 PCTL-HDR-REC.
       02 PCTL-REC-TYPE PIC X(1).
       02 PCTL-PART PIC 9(2).
       02 PCTL-SPLIT-DATE PIC 9(8).
       02 PCTL-SPLIT-TIME PIC 9(8).
       02 PCTL-ZONES PIC 9(4).
       02 PCTL-REJECTS PIC 9(4).
       02 PCTL-LP PIC 9(6).
       02 PCTL-TOTAL PIC 9(10).
       02 PCTL-XBASINS PIC 9(5).
       02 PCTL-RPT-RECS PIC 9(6).
       02 PCTL-BAS-RECS PIC 9(6).
       02 PCTL-INTF-RECS PIC 9(6).
       02 PCTL-INTF-HASH PIC 9(12).
       02 PCTL-SUSP-RECS PIC 9(6).
       02 PCTL-EXC-RECS PIC 9(6).
01 PCTL-DIST-REC.
       02 PCTL-DIST-TYPE PIC X(1).
       02 PCTL-DT-CODE PIC X(4).
       02 PCTL-DT-NAME PIC X(30).
       02 PCTL-DT-ZONES PIC 9(4).
       02 PCTL-DT-LP PIC 9(6).
       02 PCTL-DT-RISK PIC 9(10).
       02 PCTL-DT-REJECTS PIC 9(4).
01 PCTL-END-REC.
       02 PCTL-END-TYPE PIC X(1).
       02 PCTL-END-PART PIC 9(2).

FD PLIST.
01 PLIST-REC PIC X(100).

FD MRGBAL.
01 MRGBAL-REC PIC X(150).

*> registry before-images -- one per end-of-zone registry rewrite,
*> the figures as they stood before the rewrite; the layout lives in
*> the REGBI copybook so backout8 reads the same record
FD REGBI.
COPY REGBI.

*> low-point history before-images -- one per add, rewrite, or
*> close on the history master; the layout lives in the LPHBI
*> copybook so backout8 reads the same record
FD LPHBI.
COPY LPHBI.

WORKING-STORAGE SECTION.
*> risk report (replaces the bare console DISPLAY of Total)
01 WS-INPUT-FILE PIC X(100) value "9.dat".
01 WS-ZR-MIN-ED PIC Z(7)9.
01 WS-ZR-MAX-ED PIC Z(7)9.

*> low-point history -- the indexed 9LPHIST.idx master, held open
*> I-O for the run alongside the registry. Every low point the scan
*> detects (remediated ones included, flagged as such) is posted
*> to it by key as it is found: a new point is added with tonight
*> as its first-seen date, a point already open has its last-seen
*> date, consecutive-night count, and deepest depth carried
*> forward, and a closed point that has come back is reopened.
*> Once a zone has scored, its open points the scan did not see
*> tonight are closed -- never deleted -- so lpage8 can age what is
*> still open and the history survives the point clearing. The
*> master is created on the first run that finds it missing; one
*> that won't open at all leaves the history switched off for the
*> run rather than stopping the scoring.
01 WS-LPH-STATUS PIC XX value "00".
01 WS-LPH-PRESENT-SWITCH PIC X value "N".
       88 WS-LPH-PRESENT value "Y".
01 WS-LPH-FOUND PIC 9 value 0.
01 WS-LPH-EOF PIC X value "N".
       88 WS-LPH-DONE value "Y".
01 WS-LPH-REMED-FLAG PIC X value "N".
01 WS-LPH-CLOSED PIC 9(6) value 0.
01 WS-LPH-CLOSED-ED PIC Z(5)9.

*> change-detection mode -- "-COMPARE oldfile newfile" loads two
*> extracts of the same zone through 3100-LOAD-GRID in turn, keeping
*> a snapshot of the first (its cell depths and a flag-only low
01 WS-BAS-MIN-COL-ED PIC Z(3)9.
01 WS-BAS-MAX-COL-ED PIC Z(3)9.

*> cross-zone edge stitching -- "-STITCH" on a batch run (or
*> STITCH_ZONES in the environment) loads the 9ADJ.dat adjacency
*> file, which names the zone extract lying north, south, east, and
*> west of each zone. As a zone loads, each side with a neighbour
*> on file has its border row or column filled from that
*> neighbour's real shared edge instead of the "10" sentinel, so an
*> edge cell has to beat the ground actually next to it to count as
*> a low point. A side whose neighbour is missing or doesn't line
*> up (width or row count differs, a bad digit on the shared edge)
*> keeps the sentinel and is noted in the report; a zone with no
*> adjacency entry scores exactly as it always has. A pairing only
*> needs keying once -- a side the file leaves blank is filled in
*> from the neighbour's own entry pointing back at it.
*>
*> Basins are stitched the same way. A basin whose flood reaches a
*> stitched edge is held back as a fragment instead of going
*> straight to 9BASIN.dat, along with one contact per run of edge
*> cells where it meets open ground on the far side (the cells of a
*> run are connected on both sides, so one contact stands for the
*> run). Open ground at a stitched edge that no low point of this
*> zone flooded -- the basin's low point lies over the line -- is
*> flooded as a headless fragment so its share is not lost. At end
*> of batch the contacts from the two sides of each shared edge are
*> paired, the fragments they join are grouped, and a group of more
*> than one fragment is written once as an XBASIN record under a
*> cross-zone basin ID with its combined size, followed by one
*> XZONE line per fragment naming each zone it touches (laid out
*> like a BASIN record after the tag). A held fragment that paired
*> with nothing -- its neighbour wasn't scored tonight -- goes out
*> as an ordinary BASIN record after all; a headless one is dropped.
*> A stitched run scores every zone from the top: the held
*> fragments live in memory for the whole batch, which a mid-zone
*> checkpoint resume could not rebuild.
01 WS-STITCH-SWITCH PIC X value "N".
       88 WS-IS-STITCHED value "Y".
01 WS-ADJ-STATUS PIC XX value "00".
01 WS-ADJ-EOF PIC X value "N".
       88 WS-ADJ-DONE value "Y".
01 WS-ADJ-COUNT PIC 9(4) value 0.
*> sides are numbered 1 north, 2 south, 3 east, 4 west throughout
01 WS-ADJ-TABLE.
       02 WS-ADJ-ENTRY OCCURS 500 TIMES.
           03 WS-ADJ-TZONE PIC X(100).
           03 WS-ADJ-TSIDE PIC X(100) OCCURS 4 TIMES.
01 WS-ADJ-IDX PIC 9(4) value 0.
01 WS-ADJ-SCAN PIC 9(4) value 0.
01 WS-ADJ-FOUND PIC 9(4) value 0.
01 WS-ADJ-KEY PIC X(100) value SPACES.
01 WS-SIDE PIC 9 value 0.
01 WS-OPP-SIDE PIC 9 value 0.
01 WS-SIDE-NAMES PIC X(20) value "NORTHSOUTHEAST WEST ".
01 WS-SIDE-NAME-TABLE REDEFINES WS-SIDE-NAMES.
       02 WS-SIDE-NAME PIC X(5) OCCURS 4 TIMES.
*> the current zone's neighbour on each side, whether that side's
*> border was actually filled from it, and why not when it wasn't
01 WS-ZONE-NEIGHBOURS.
       02 WS-ZN-ENTRY OCCURS 4 TIMES.
           03 WS-ZN-NAME PIC X(100).
           03 WS-ZN-STITCHED PIC X.
           03 WS-ZN-REASON PIC X(60).
01 WS-NBR-FILE PIC X(100) value SPACES.
01 WS-NBR-STATUS PIC XX value "00".
01 WS-NBR-EOF PIC X value "N".
       88 WS-NBR-DONE value "Y".
01 WS-NBR-OK PIC X value "Y".
       88 WS-NBR-USABLE value "Y".
01 WS-NBR-ROWS PIC 9(4) value 0.
01 WS-NBR-WIDTH PIC 9(4) value 0.
01 WS-NBR-POS PIC 9(4) value 0.
*> the neighbour's shared edge, read off one character per cell
*> before any of it goes into the border
01 WS-NBR-EDGE PIC X(1000) value SPACES.
01 WS-NBR-EDGE-LEN PIC 9(4) value 0.
01 WS-NBR-EXPECT PIC 9(4) value 0.
01 WS-NBR-LEN-ED PIC Z(3)9.
01 WS-NBR-EXPECT-ED PIC Z(3)9.
*> which fragment owns each cell along the zone's four edges (zero
*> where no tracked flood reached) -- north and south by column,
*> east and west by row
01 WS-EDGE-OWNERS.
       02 WS-EDGE-N PIC 9(5) OCCURS 202 TIMES.
       02 WS-EDGE-S PIC 9(5) OCCURS 202 TIMES.
       02 WS-EDGE-E PIC 9(5) OCCURS 1002 TIMES.
       02 WS-EDGE-W PIC 9(5) OCCURS 1002 TIMES.
01 WS-XE-POS PIC 9(4) value 0.
01 WS-XE-LEN PIC 9(4) value 0.
01 WS-XE-ROW PIC 9(4) value 0.
01 WS-XE-COL PIC 9(4) value 0.
01 WS-XE-BROW PIC 9(4) value 0.
01 WS-XE-BCOL PIC 9(4) value 0.
01 WS-XE-FRAG PIC 9(5) value 0.
01 WS-XE-OPEN PIC X value "N".
01 WS-XE-PREV-OPEN PIC X value "N".
*> the held fragments -- anchored ones carry their low point, a
*> headless one carries row and column zero
01 WS-XF-COUNT PIC 9(5) value 0.
01 WS-XF-CUR PIC 9(5) value 0.
01 WS-XF-ZONE-START PIC 9(5) value 1.
01 WS-XF-TOUCHED PIC X value "N".
01 WS-XF-TABLE.
       02 WS-XF-ENTRY OCCURS 2000 TIMES.
           03 WS-XF-ZONE PIC X(100).
           03 WS-XF-ROW PIC 9(4).
           03 WS-XF-COL PIC 9(4).
           03 WS-XF-SIZE PIC 9(6).
           03 WS-XF-MIN-ROW PIC 9(4).
           03 WS-XF-MAX-ROW PIC 9(4).
           03 WS-XF-MIN-COL PIC 9(4).
           03 WS-XF-MAX-COL PIC 9(4).
           03 WS-XF-CONTACTS PIC 9(4).
           03 WS-XF-PARENT PIC 9(5).
           03 WS-XF-ROOT PIC 9(5).
           03 WS-XF-STATE PIC X.
01 WS-XF-IDX PIC 9(5) value 0.
01 WS-XF-SCAN PIC 9(5) value 0.
*> one contact per run of open edge cells meeting open ground on
*> the far side: the fragment, its zone, the neighbour across the
*> edge, the side, and the run's first position along the edge
01 WS-XC-COUNT PIC 9(5) value 0.
01 WS-XC-TABLE.
       02 WS-XC-ENTRY OCCURS 5000 TIMES.
           03 WS-XC-FRAG PIC 9(5).
           03 WS-XC-ZONE PIC X(100).
           03 WS-XC-NBR PIC X(100).
           03 WS-XC-SIDE PIC 9.
           03 WS-XC-POS PIC 9(4).
01 WS-XC-IDX PIC 9(5) value 0.
01 WS-XC-SCAN PIC 9(5) value 0.
01 WS-XU-NODE PIC 9(5) value 0.
01 WS-XU-ROOT PIC 9(5) value 0.
01 WS-XU-ROOT-A PIC 9(5) value 0.
01 WS-XU-ROOT-B PIC 9(5) value 0.
01 WS-XG-PARTS PIC 9(5) value 0.
01 WS-XG-ANCHORED PIC 9(5) value 0.
01 WS-XG-ZONES PIC 9(5) value 0.
01 WS-XG-SIZE PIC 9(8) value 0.
01 WS-XG-NEW-ZONE PIC 9 value 0.
01 WS-XG-COUNT PIC 9(5) value 0.
01 WS-XG-ID PIC X(6) value SPACES.
01 WS-XG-SIZE-ED PIC Z(7)9.
01 WS-XG-ZONES-ED PIC Z(3)9.
01 WS-XG-PARTS-ED PIC Z(3)9.
01 WS-XG-COUNT-ED PIC Z(4)9.

*> run-control lock -- one 9RUNCTL.dat line per completed scoring
*> run, keyed by what was scored (the extract in single mode, the
*> batch list in batch mode) and the run date. Before scoring, the
*> stays spaces (stripped on write) for a normal run
01 WS-AUDIT-FORCED-TAG PIC X(7) value SPACES.

*> registry before-images -- the registry rewrite at end of zone
*> overwrites the zone's last-scored date, low-point count, and
*> total, so a bad night could not be reversed without knowing what
*> they were. Each rewrite first appends the record's prior figures
*> to 9REGBI.dat under the run's date, time, and run-control name,
*> which is what backout8 restores from. A partition keeps its own
*> 9REGBI.Pnn.dat under the original batch list's name; the merge
*> gathers them into 9REGBI.dat once every partition is known to
*> have finished.
01 WS-RBI-OUT-FILE PIC X(100) value "9REGBI.dat".
01 WS-RBI-STATUS PIC XX value "00".
01 WS-RBI-OPEN PIC 9 value 0.

*> low-point history before-images -- the same protection for
*> 9LPHIST.idx. Every point the run adds, carries forward, reopens,
*> or closes is first appended to 9LPHBI.dat under the run's date,
*> time, and run-control name -- the record as it stood, or for an
*> add the record as added -- so backout8 can put the history back
*> the way the night found it. Partitions and the merge handle
*> 9LPHBI.Pnn.dat exactly as they do the registry's.
01 WS-LBI-OUT-FILE PIC X(100) value "9LPHBI.dat".
01 WS-LBI-STATUS PIC XX value "00".
01 WS-LBI-OPEN PIC 9 value 0.
01 WS-LBI-ACTION PIC X value SPACE.

*> dated generations of the run outputs -- the report, basin
*> inventory, and interface extract are opened OUTPUT every run, so
*> without this the previous night's files are destroyed the moment
*> the next run starts. At end of run each output is copied to a
*> generation name carrying the run date (9RPT.<yyyymmdd>.dat and
*> likewise for 9BASIN/9INTF, plus 9EXCEPT when the run checked
*> thresholds -- the month-end statement counts exception nights
*> from it), one catalog line per generation is
*> kept in 9GENCAT.dat with the run date, time, record counts, and
*> risk total, and generations past the retention count (GEN_RETAIN
*> in the environment, else 7) are deleted oldest first -- except
*> that a generation dated in the run's own calendar month or the
*> month before it is never purged, whatever the count says, so the
*> month-end statement always finds every night of the month it is
*> closing (at most 62 of them, well inside the catalog's 100). A
*> rerun on the same date replaces that date's generation rather
*> than stacking a second one.
01 WS-GENCAT-STATUS PIC XX value "00".
01 WS-GENCAT-EOF PIC X value "N".
       88 WS-GENCAT-DONE value "Y".
01 WS-GEN-PURGE-DATE PIC 9(8) value 0.
01 WS-GEN-PURGE-NAME PIC X(100) value SPACES.
01 WS-GEN-DEL-RC PIC S9(9) COMP value 0.
*> the first day of the month before the run month -- generations
*> dated on or after it are kept past the retention count
01 WS-GEN-KEEP-FROM PIC 9(8) value 0.
01 WS-GEN-KEEP-YEAR PIC 9(4) value 0.
01 WS-GEN-KEEP-MONTH PIC 99 value 0.
01 WS-GEN-KEPT-SWITCH PIC X value "N".
       88 WS-GEN-ALL-KEPT value "Y".

*> UNSTRING targets for one catalog line -- tag-checked the same
*> way the audit log is parsed, so a mangled line is dropped from
01 WS-GCT-TAG5 PIC X(12) value SPACES.
01 WS-GCT-TOTAL PIC X(12) value SPACES.

*> partitioned batch -- a night whose batch list no longer fits the
*> window on one job is cut up and scored by several jobs at once.
*> "-SPLIT listfile n" divides the list into n contiguous blocks,
*> 9BL.P01.dat onward (contiguous so the merged report keeps the
*> list's own zone order), and records the split in 9PART.dat.
*> "-PART nn" scores partition nn's block exactly as a batch run
*> would, but to its own outputs (9RPT.Pnn.dat and likewise for the
*> basin inventory, interface extract, suspense, exception, and map
*> files) and without the district blocks, audit line, run-control
*> record, or generations -- those belong to the night, not to one
*> partition. Its figures go to 9CTL.Pnn.dat as control totals.
*> Every partition takes the split's date as its run date, so a
*> partition that starts after midnight still reports the night it
*> belongs to. Partitions update only their own zones' registry and
*> low-point history records, so the masters are shared record by
*> record under the file handler's locking. A partitioned night is
*> never stitched: the split cuts the list by position, not by the
*> 9ADJ.dat adjacency, so a partition would see only some of a
*> basin's zones -- the basin cut at the partition boundary, sized
*> twice, with false edge low points where the cut falls. -STITCH
*> (or STITCH_ZONES) with -SPLIT or -PART is refused, return 16.
*> "-MERGE" then builds the night's outputs from the partitions in
*> order: report bodies concatenated, basin IDs and cross-zone basin
*> IDs renumbered run-unique, one interface header and trailer, the
*> suspense and exception files concatenated, district blocks and
*> district limits from the partitions' summed accumulators, and the
*> grand total. The merged files are built under work names
*> (9RPT.MRG.dat and so on), read back, and balanced against the
*> sum of the partition control totals; only a balanced merge is
*> released to the normal output names, audited, recorded in run
*> control, and catalogued as the night's generation. An unbalanced
*> merge writes its findings to 9MERGE.dat, leaves the work files
*> for inspection, and ends with return code 16. The run-control
*> lock is checked on the split and again on the merge, keyed by the
*> original batch list.
01 WS-SPLIT-SWITCH PIC X value "N".
       88 WS-IS-SPLIT value "Y".
01 WS-PART-SWITCH PIC X value "N".
       88 WS-IS-PART value "Y".
01 WS-MERGE-SWITCH PIC X value "N".
       88 WS-IS-MERGE value "Y".
01 WS-RPT-OUT-FILE PIC X(100) value "9RPT.dat".
01 WS-BAS-OUT-FILE PIC X(100) value "9BASIN.dat".
01 WS-INTF-OUT-FILE PIC X(100) value "9INTF.dat".
01 WS-SUSP-OUT-FILE PIC X(100) value "9SUSP.dat".
01 WS-EXC-OUT-FILE PIC X(100) value "9EXCEPT.dat".
01 WS-MAP-OUT-FILE PIC X(100) value "9MAP.dat".
01 WS-PART-STATUS PIC XX value "00".
01 WS-PART-EOF PIC X value "N".
       88 WS-PART-DONE value "Y".
01 WS-PCTL-FILE PIC X(100) value SPACES.
01 WS-PCTL-STATUS PIC XX value "00".
01 WS-PCTL-EOF PIC X value "N".
       88 WS-PCTL-DONE value "Y".
01 WS-PCTL-ENDED PIC 9 value 0.
01 WS-PLIST-FILE PIC X(100) value SPACES.
01 WS-PART-ARG PIC X(10) value SPACES.
01 WS-PART-NUM PIC 99 value 0.
01 WS-PART-COUNT PIC 99 value 0.
01 WS-PART-IDX PIC 99 value 0.
01 WS-PART-NUM-ED PIC Z9.
01 WS-SPLIT-DATE PIC 9(8) value 0.
01 WS-SPLIT-TIME PIC 9(8) value 0.
01 WS-SPLIT-ZONES PIC 9(4) value 0.
01 WS-SPLIT-BASE PIC 9(4) value 0.
01 WS-SPLIT-EXTRA PIC 9(4) value 0.
01 WS-SPLIT-TAKE PIC 9(4) value 0.
01 WS-SPLIT-TAKEN PIC 9(4) value 0.
01 WS-SPLIT-ZONES-ED PIC Z(3)9.
01 WS-SPLIT-LIST PIC X(100) value SPACES.
*> one partition's file names, built by 4320 from WS-PART-IDX
01 WS-PN-LIST PIC X(100) value SPACES.
01 WS-PN-RPT PIC X(100) value SPACES.
01 WS-PN-BAS PIC X(100) value SPACES.
01 WS-PN-INTF PIC X(100) value SPACES.
01 WS-PN-SUSP PIC X(100) value SPACES.
01 WS-PN-EXC PIC X(100) value SPACES.
01 WS-PN-MAP PIC X(100) value SPACES.
01 WS-PN-CTL PIC X(100) value SPACES.
01 WS-PN-RBI PIC X(100) value SPACES.
01 WS-PN-LBI PIC X(100) value SPACES.
01 WS-PT-TABLE.
       02 WS-PT-ENTRY OCCURS 99 TIMES.
           03 WS-PT-LIST PIC X(100).
           03 WS-PT-ZONES PIC 9(4).
           03 WS-PT-XBASINS PIC 9(5).
           03 WS-PT-RPT-RECS PIC 9(6).
           03 WS-PT-BAS-RECS PIC 9(6).
           03 WS-PT-INTF-RECS PIC 9(6).
           03 WS-PT-SUSP-RECS PIC 9(6).
           03 WS-PT-EXC-RECS PIC 9(6).
*> the partitions' control totals summed (MS-) and the same figures
*> read back off the merged work files (MP-) -- the two sides of
*> the balance
01 WS-MS-ZONES PIC 9(4) value 0.
01 WS-MS-REJECTS PIC 9(4) value 0.
01 WS-MS-LP PIC 9(6) value 0.
01 WS-MS-TOTAL PIC 9(10) value 0.
01 WS-MS-XBASINS PIC 9(5) value 0.
01 WS-MS-BAS-RECS PIC 9(6) value 0.
01 WS-MS-INTF-RECS PIC 9(6) value 0.
01 WS-MS-INTF-HASH PIC 9(12) value 0.
01 WS-MS-SUSP-RECS PIC 9(6) value 0.
01 WS-MS-EXC-RECS PIC 9(6) value 0.
01 WS-MP-SUBTOTALS PIC 9(6) value 0.
01 WS-MP-SUB-RISK PIC 9(10) value 0.
01 WS-MP-GRAND PIC 9(10) value 0.
01 WS-MP-ZONES PIC 9(6) value 0.
01 WS-MP-REJECTS PIC 9(6) value 0.
01 WS-MP-XBASINS PIC 9(6) value 0.
01 WS-MP-BAS-RECS PIC 9(6) value 0.
01 WS-MP-INTF-RECS PIC 9(6) value 0.
01 WS-MP-INTF-HASH PIC 9(12) value 0.
01 WS-MP-TRL-COUNT PIC 9(6) value 0.
01 WS-MP-TRL-HASH PIC 9(12) value 0.
01 WS-MP-SUSP-RECS PIC 9(6) value 0.
01 WS-MP-EXC-RECS PIC 9(6) value 0.
01 WS-MRG-RECS PIC 9(6) value 0.
01 WS-MRG-X-BASE PIC 9(5) value 0.
01 WS-MRG-X-NUM PIC 9(5) value 0.
01 WS-MRG-DIST-EXC PIC 9(4) value 0.
01 WS-MRG-DIST-SWITCH PIC X value "N".
       88 WS-MRG-HAS-DIST value "Y".
01 WS-MRG-STITCH-SWITCH PIC X value "N".
       88 WS-MRG-STITCHED value "Y".
01 WS-MRG-EXC-SWITCH PIC X value "N".
       88 WS-MRG-HAS-EXC value "Y".
01 WS-MRG-BAL-SWITCH PIC X value "Y".
       88 WS-MRG-BALANCED value "Y".
*> one balance check at a time: what it is, the partitions' side,
*> and the merged side
01 WS-BAL-ITEM PIC X(30) value SPACES.
01 WS-BAL-PARTS PIC 9(12) value 0.
01 WS-BAL-MERGED PIC 9(12) value 0.
01 WS-BAL-PARTS-ED PIC Z(11)9.
01 WS-BAL-MERGED-ED PIC Z(11)9.
*> UNSTRING targets for reading a merged line back
01 WS-MRG-T1 PIC X(20) value SPACES.
01 WS-MRG-T2 PIC X(100) value SPACES.
01 WS-MRG-T3 PIC X(20) value SPACES.
01 WS-MRG-T4 PIC X(20) value SPACES.
01 WS-MRG-T5 PIC X(20) value SPACES.
01 WS-MRG-T6 PIC X(20) value SPACES.
01 WS-MRG-T7 PIC X(20) value SPACES.

*> three disjoint basins can't exceed the grid's total cell count
*> (WS-MAX-ROWS x WS-MAX-COLS, just over 200,000) between them, so
*> the largest legitimate product (each near a third of that) is
*> so a dated extract can sit on disk without overwriting 9.dat.
*> "-BATCH listfile" (or environment variable BATCH_LIST) instead
*> names a file holding one zone extract name per line. Trailing
*> options (-MAP, -FORCE, -STITCH) can follow in any order.
*> "-SPLIT listfile n", "-PART nn", and "-MERGE" run a batch list as
*> n partitions scored side by side and merged back into one night.
ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
IF WS-ARG-COUNT > 0 THEN
       ACCEPT WS-INPUT-FILE FROM ARGUMENT-VALUE
           SET WS-IS-COMPARE TO TRUE
           ACCEPT WS-CMP-OLD-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-CMP-NEW-FILE FROM ARGUMENT-VALUE
       ELSE
       IF WS-INPUT-FILE = "-SPLIT" THEN
           IF WS-ARG-COUNT < 3 THEN
               DISPLAY "MAIN8: -SPLIT NEEDS A BATCH LIST NAME AND A "
                       "PARTITION COUNT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-IS-SPLIT TO TRUE
           ACCEPT WS-BATCH-LIST-FILE FROM ARGUMENT-VALUE
           ACCEPT WS-PART-ARG FROM ARGUMENT-VALUE
           MOVE 4 TO WS-ARG-IDX
           PERFORM 0100-ACCEPT-OPTIONS
       ELSE
       IF WS-INPUT-FILE = "-PART" THEN
           IF WS-ARG-COUNT < 2 THEN
               DISPLAY "MAIN8: -PART NEEDS A PARTITION NUMBER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-IS-PART TO TRUE
           SET WS-IS-BATCH TO TRUE
           ACCEPT WS-PART-ARG FROM ARGUMENT-VALUE
           MOVE 3 TO WS-ARG-IDX
           PERFORM 0100-ACCEPT-OPTIONS
       ELSE
       IF WS-INPUT-FILE = "-MERGE" THEN
           SET WS-IS-MERGE TO TRUE
           SET WS-IS-BATCH TO TRUE
           MOVE 2 TO WS-ARG-IDX
           PERFORM 0100-ACCEPT-OPTIONS
       ELSE
           MOVE 2 TO WS-ARG-IDX
           PERFORM 0100-ACCEPT-OPTIONS
       END-IF
       END-IF
       END-IF
       END-IF
       END-IF
ELSE
       ACCEPT WS-INPUT-FILE FROM ENVIRONMENT "INPUT_FILE"
       IF WS-INPUT-FILE = SPACES THEN
       IF WS-NEXT-ARG not = SPACES THEN
           SET WS-IS-FORCED TO TRUE
       END-IF
       ACCEPT WS-NEXT-ARG FROM ENVIRONMENT "STITCH_ZONES"
       IF WS-NEXT-ARG not = SPACES THEN
           SET WS-IS-STITCHED TO TRUE
       END-IF
END-IF

*> a split or partition is refused stitching outright rather than
*> stitched within the partition -- see the partitioned batch notes
*> in working storage. The environment switch counts here too, so
*> a stream that sets it for the whole night is caught at the split.
IF WS-IS-SPLIT or WS-IS-PART THEN
       MOVE SPACES TO WS-NEXT-ARG
       ACCEPT WS-NEXT-ARG FROM ENVIRONMENT "STITCH_ZONES"
       IF WS-NEXT-ARG not = SPACES THEN
           SET WS-IS-STITCHED TO TRUE
       END-IF
       IF WS-IS-STITCHED THEN
           DISPLAY "MAIN8: -STITCH/STITCH_ZONES CANNOT BE COMBINED "
                   "WITH -SPLIT OR -PART -- A PARTITION CANNOT SEE "
                   "ITS NEIGHBOURS ACROSS THE SPLIT"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
END-IF

*> stitching pairs zones up across a batch -- a single extract has
*> no neighbours in the run to be stitched to
IF WS-IS-STITCHED and not WS-IS-BATCH THEN
       DISPLAY "MAIN8: -STITCH APPLIES TO BATCH RUNS ONLY, IGNORED"
       MOVE "N" TO WS-STITCH-SWITCH
END-IF

ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       STOP RUN
END-IF

*> a split is refused on the same lock the merge will take, so a
*> night already scored is caught before any partition runs
IF WS-IS-SPLIT THEN
       MOVE WS-BATCH-LIST-FILE TO WS-RUNCTL-NAME
       PERFORM 6350-CHECK-RUN-CONTROL
       PERFORM 4500-RUN-SPLIT
       MOVE WS-MAX-RC TO RETURN-CODE
       STOP RUN
END-IF

*> a partition or a merge belongs to the night its split was cut --
*> the split's date is the run date, and a merge scores the list
*> the split was cut from
IF WS-IS-PART or WS-IS-MERGE THEN
       PERFORM 4310-LOAD-SPLIT-CONTROL
END-IF

*> the lock is keyed by what is being scored -- the zone extract
*> in single mode, the batch list in batch mode. A partition is one
*> piece of a night the merge locks as a whole.
IF not WS-IS-PART THEN
       IF WS-IS-BATCH THEN
           MOVE WS-BATCH-LIST-FILE TO WS-RUNCTL-NAME
       ELSE
           MOVE WS-INPUT-FILE TO WS-RUNCTL-NAME
       END-IF
       PERFORM 6350-CHECK-RUN-CONTROL
END-IF
IF WS-IS-FORCED THEN
       MOVE " FORCED" TO WS-AUDIT-FORCED-TAG
END-IF

*> the merge scores nothing itself -- no registry, history, or
*> remediation work, and its district figures come from the
*> partitions' control totals rather than the cross-reference
IF not WS-IS-MERGE THEN
       PERFORM 6500-OPEN-REGISTRY
       PERFORM 6700-OPEN-LP-HISTORY
END-IF
PERFORM 6800-LOAD-THRESHOLDS
IF not WS-IS-MERGE THEN
       PERFORM 6400-LOAD-REMEDIATIONS
       IF WS-IS-BATCH THEN
           PERFORM 6300-LOAD-DISTRICTS
       END-IF
       IF WS-IS-STITCHED THEN
           PERFORM 6320-LOAD-ADJACENCY
       END-IF
END-IF

IF WS-THR-PRESENT and not WS-IS-MERGE THEN
       OPEN OUTPUT EXCOUT
END-IF

IF WS-IS-MERGE THEN
       PERFORM 4300-RUN-MERGE
ELSE
       IF WS-IS-BATCH THEN
           PERFORM 4000-RUN-BATCH
       ELSE
           PERFORM 4100-RUN-SINGLE
       END-IF
END-IF

IF WS-THR-PRESENT and not WS-IS-MERGE THEN
       CLOSE EXCOUT
END-IF

IF not WS-IS-PART THEN
       PERFORM 8000-CATALOG-GENERATIONS
END-IF

IF WS-ZREG-PRESENT THEN
       CLOSE ZREG
END-IF
IF WS-RBI-OPEN = 1 THEN
       CLOSE REGBI
END-IF
IF WS-LPH-PRESENT THEN
       CLOSE LPHIST
END-IF
IF WS-LBI-OPEN = 1 THEN
       CLOSE LPHBI
END-IF

IF not WS-IS-PART THEN
       PERFORM 6380-RECORD-RUN-CONTROL
END-IF

MOVE WS-MAX-RC TO RETURN-CODE
STOP RUN.
*> 0100-ACCEPT-OPTIONS
*> Consumes the trailing command-line options from WS-ARG-IDX on:
*> -MAP turns the starred map on, -FORCE overrides the run-control
*> lock, -STITCH stitches a batch run's zones along their shared
*> edges. Anything else is ignored, as stray arguments always were.
*> ---------------------------------------------------------------
0100-ACCEPT-OPTIONS.
       PERFORM UNTIL WS-ARG-IDX > WS-ARG-COUNT
           IF WS-NEXT-ARG = "-FORCE" THEN
               SET WS-IS-FORCED TO TRUE
           END-IF
           IF WS-NEXT-ARG = "-STITCH" THEN
               SET WS-IS-STITCHED TO TRUE
           END-IF
           COMPUTE WS-ARG-IDX = WS-ARG-IDX + 1
       END-PERFORM.

       CLOSE BL
       CLOSE SUSP

       IF WS-IS-STITCHED THEN
           PERFORM 4060-RESOLVE-CROSS-ZONE
       END-IF

       IF WS-REJECT-COUNT > 0 and WS-MAX-RC < 8 THEN
           MOVE 8 TO WS-MAX-RC
       END-IF

       *> a partition's districts are only part-rolled -- the merge
       *> writes the blocks and applies the limits to the whole night
       IF WS-DIST-PRESENT and not WS-IS-PART THEN
           PERFORM 4085-WRITE-DISTRICT-BLOCKS
           IF WS-THR-PRESENT THEN
               PERFORM 4090-CHECK-DISTRICT-LIMITS
           END-IF
       END-IF

       IF WS-IS-PART THEN
           PERFORM 4420-WRITE-PART-TRAILER
       ELSE
           PERFORM 4095-WRITE-GRAND-TOTAL
       END-IF
       CLOSE RPT
       CLOSE BASOUT
       PERFORM 6200-WRITE-INTF-TRAILER
           CLOSE MAPOUT
       END-IF

       IF WS-IS-PART THEN
           PERFORM 4400-WRITE-PART-CONTROL
       ELSE
           MOVE WS-BATCH-LIST-FILE TO WS-AUDIT-FILE-NAME
           MOVE WS-GRAND-LP-COUNT TO WS-AUDIT-LP-COUNT
           MOVE WS-GRAND-TOTAL TO WS-AUDIT-TOTAL
           PERFORM 6000-WRITE-AUDIT-LOG
       END-IF

       DISPLAY "Zones:" SPACE WS-ZONE-COUNT-ED SPACE
               "Rejected:" SPACE WS-REJECT-COUNT-ED SPACE
               "Grand Total:" SPACE WS-GRAND-TOTAL-ED.

*> ---------------------------------------------------------------
*> 4095-WRITE-GRAND-TOTAL
*> The two closing lines of a batch report: the grand total across
*> every zone scored, and the scored and rejected zone counts.
*> ---------------------------------------------------------------
4095-WRITE-GRAND-TOTAL.
       MOVE WS-ZONE-COUNT TO WS-ZONE-COUNT-ED
       MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-ED
       MOVE SPACES TO RPT-REC
       STRING "GRAND TOTAL RISK:" SPACE WS-GRAND-TOTAL-ED SPACE
              "ZONES:" SPACE WS-ZONE-COUNT-ED
              DELIMITED BY SIZE INTO RPT-REC
       WRITE RPT-REC
       MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED
       MOVE SPACES TO RPT-REC
       STRING "ZONES SCORED:" SPACE WS-ZONE-COUNT-ED SPACE
              "REJECTED:" SPACE WS-REJECT-COUNT-ED
              DELIMITED BY SIZE INTO RPT-REC
       WRITE RPT-REC.

*> ---------------------------------------------------------------
*> 4050-WRITE-SUSPENSE
*> One 9SUSP.dat record per rejected zone: the extract name out of
              INTO SUSP-REC
       WRITE SUSP-REC.

*> ---------------------------------------------------------------
*> 4060-RESOLVE-CROSS-ZONE
*> End of a stitched batch: pairs every contact with its opposite
*> number from the zone across the line (same edge position, zone
*> and neighbour swapped, opposite sides), joins the two fragments'
*> groups, and then writes each group out once -- a cross-zone
*> basin when it has more than one fragment and at least one low
*> point, an ordinary basin when an anchored fragment paired with
*> nothing, and nothing at all when no fragment in it has a low
*> point of tonight's run.
*> ---------------------------------------------------------------
4060-RESOLVE-CROSS-ZONE.
       MOVE 0 TO WS-XG-COUNT
       MOVE 1 TO WS-XC-IDX
       PERFORM UNTIL WS-XC-IDX > WS-XC-COUNT
           COMPUTE WS-XC-SCAN = WS-XC-IDX + 1
           PERFORM UNTIL WS-XC-SCAN > WS-XC-COUNT
               MOVE WS-XC-SIDE(WS-XC-IDX) TO WS-SIDE
               PERFORM 4068-OPPOSITE-SIDE
               IF WS-XC-ZONE(WS-XC-SCAN) = WS-XC-NBR(WS-XC-IDX) and
                  WS-XC-NBR(WS-XC-SCAN) = WS-XC-ZONE(WS-XC-IDX) and
                  WS-XC-SIDE(WS-XC-SCAN) = WS-OPP-SIDE and
                  WS-XC-POS(WS-XC-SCAN) = WS-XC-POS(WS-XC-IDX) THEN
                   PERFORM 4062-JOIN-FRAGMENTS
               END-IF
               COMPUTE WS-XC-SCAN = WS-XC-SCAN + 1
           END-PERFORM
           COMPUTE WS-XC-IDX = WS-XC-IDX + 1
       END-PERFORM

       MOVE 1 TO WS-XF-IDX
       PERFORM UNTIL WS-XF-IDX > WS-XF-COUNT
           MOVE WS-XF-IDX TO WS-XU-NODE
           PERFORM 4064-FIND-GROUP-ROOT
           MOVE WS-XU-ROOT TO WS-XF-ROOT(WS-XF-IDX)
           COMPUTE WS-XF-IDX = WS-XF-IDX + 1
       END-PERFORM

       MOVE 1 TO WS-XF-IDX
       PERFORM UNTIL WS-XF-IDX > WS-XF-COUNT
           IF WS-XF-STATE(WS-XF-IDX) = "H" and
              WS-XF-ROOT(WS-XF-IDX) = WS-XF-IDX THEN
               PERFORM 4066-WRITE-GROUP
           END-IF
           COMPUTE WS-XF-IDX = WS-XF-IDX + 1
       END-PERFORM

       MOVE WS-XG-COUNT TO WS-XG-COUNT-ED
       MOVE SPACES TO RPT-REC
       STRING "CROSS-ZONE BASINS:" SPACE WS-XG-COUNT-ED
              DELIMITED BY SIZE INTO RPT-REC
       WRITE RPT-REC.

*> ---------------------------------------------------------------
*> 4062-JOIN-FRAGMENTS
*> Joins the groups of the fragments behind contacts WS-XC-IDX and
*> WS-XC-SCAN, the later-held group root hanging off the earlier.
*> ---------------------------------------------------------------
4062-JOIN-FRAGMENTS.
       MOVE WS-XC-FRAG(WS-XC-IDX) TO WS-XU-NODE
       PERFORM 4064-FIND-GROUP-ROOT
       MOVE WS-XU-ROOT TO WS-XU-ROOT-A
       MOVE WS-XC-FRAG(WS-XC-SCAN) TO WS-XU-NODE
       PERFORM 4064-FIND-GROUP-ROOT
       MOVE WS-XU-ROOT TO WS-XU-ROOT-B
       IF WS-XU-ROOT-A < WS-XU-ROOT-B THEN
           MOVE WS-XU-ROOT-A TO WS-XF-PARENT(WS-XU-ROOT-B)
       END-IF
       IF WS-XU-ROOT-B < WS-XU-ROOT-A THEN
           MOVE WS-XU-ROOT-B TO WS-XF-PARENT(WS-XU-ROOT-A)
       END-IF.

*> ---------------------------------------------------------------
*> 4064-FIND-GROUP-ROOT
*> Follows fragment WS-XU-NODE's parent links up to its group's
*> root, left in WS-XU-ROOT.
*> ---------------------------------------------------------------
4064-FIND-GROUP-ROOT.
       MOVE WS-XU-NODE TO WS-XU-ROOT
       PERFORM UNTIL WS-XF-PARENT(WS-XU-ROOT) = WS-XU-ROOT
           MOVE WS-XF-PARENT(WS-XU-ROOT) TO WS-XU-ROOT
       END-PERFORM.

*> ---------------------------------------------------------------
*> 4066-WRITE-GROUP
*> Totals the group rooted at fragment WS-XF-IDX -- parts, parts
*> with a low point, distinct zones, combined size -- and writes it
*> out as 4060 describes. A cross-zone basin is one XBASIN record
*> followed by an XZONE record per fragment in 9BASIN.dat, and a
*> CROSS-ZONE BASIN line with its CROSS-ZONE PART lines in the
*> report.
*> ---------------------------------------------------------------
4066-WRITE-GROUP.
       MOVE 0 TO WS-XG-PARTS
       MOVE 0 TO WS-XG-ANCHORED
       MOVE 0 TO WS-XG-ZONES
       MOVE 0 TO WS-XG-SIZE
       MOVE WS-XF-IDX TO WS-XF-SCAN
       PERFORM UNTIL WS-XF-SCAN > WS-XF-COUNT
           IF WS-XF-ROOT(WS-XF-SCAN) = WS-XF-IDX THEN
               ADD 1 TO WS-XG-PARTS
               ADD WS-XF-SIZE(WS-XF-SCAN) TO WS-XG-SIZE
               IF WS-XF-ROW(WS-XF-SCAN) > 0 THEN
                   ADD 1 TO WS-XG-ANCHORED
               END-IF
               MOVE 1 TO WS-XG-NEW-ZONE
               MOVE WS-XF-IDX TO WS-XU-NODE
               PERFORM UNTIL WS-XU-NODE not < WS-XF-SCAN
                   IF WS-XF-ROOT(WS-XU-NODE) = WS-XF-IDX and
                      WS-XF-ZONE(WS-XU-NODE) =
                      WS-XF-ZONE(WS-XF-SCAN) THEN
                       MOVE 0 TO WS-XG-NEW-ZONE
                   END-IF
                   COMPUTE WS-XU-NODE = WS-XU-NODE + 1
               END-PERFORM
               ADD WS-XG-NEW-ZONE TO WS-XG-ZONES
           END-IF
           COMPUTE WS-XF-SCAN = WS-XF-SCAN + 1
       END-PERFORM

       IF WS-XG-ANCHORED = 0 THEN
           MOVE "D" TO WS-XF-STATE(WS-XF-IDX)
       ELSE
           IF WS-XG-PARTS = 1 THEN
               PERFORM 2130-WRITE-HELD-BASIN
           ELSE
               ADD 1 TO WS-XG-COUNT
               MOVE SPACES TO WS-XG-ID
               STRING "X" WS-XG-COUNT DELIMITED BY SIZE
                      INTO WS-XG-ID
               MOVE WS-XG-SIZE TO WS-XG-SIZE-ED
               MOVE WS-XG-ZONES TO WS-XG-ZONES-ED
               MOVE WS-XG-PARTS TO WS-XG-PARTS-ED
               MOVE SPACES TO BAS-REC
               STRING "XBASIN:" SPACE WS-XG-ID SPACE
                      "SIZE:" SPACE WS-XG-SIZE-ED SPACE
                      "ZONES:" SPACE WS-XG-ZONES-ED SPACE
                      "PARTS:" SPACE WS-XG-PARTS-ED
                      DELIMITED BY SIZE INTO BAS-REC
               WRITE BAS-REC
               MOVE SPACES TO RPT-REC
               STRING "CROSS-ZONE BASIN:" SPACE WS-XG-ID SPACE
                      "SIZE:" SPACE WS-XG-SIZE-ED SPACE
                      "ZONES:" SPACE WS-XG-ZONES-ED
                      DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               MOVE WS-XF-IDX TO WS-XF-SCAN
               PERFORM UNTIL WS-XF-SCAN > WS-XF-COUNT
                   IF WS-XF-ROOT(WS-XF-SCAN) = WS-XF-IDX THEN
                       PERFORM 4067-WRITE-GROUP-PART
                   END-IF
                   COMPUTE WS-XF-SCAN = WS-XF-SCAN + 1
               END-PERFORM
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 4067-WRITE-GROUP-PART
*> The XZONE inventory record and CROSS-ZONE PART report line for
*> fragment WS-XF-SCAN of cross-zone basin WS-XG-ID. The XZONE
*> record carries the same fields as a BASIN record after its tag;
*> a part with no low point of its own shows row and column zero.
*> ---------------------------------------------------------------
4067-WRITE-GROUP-PART.
       MOVE WS-XF-ROW(WS-XF-SCAN) TO WS-BAS-ROW-ED
       MOVE WS-XF-COL(WS-XF-SCAN) TO WS-BAS-COL-ED
       MOVE WS-XF-SIZE(WS-XF-SCAN) TO WS-BASIN-SIZE-ED
       MOVE WS-XF-MIN-ROW(WS-XF-SCAN) TO WS-BAS-MIN-ROW-ED
       MOVE WS-XF-MAX-ROW(WS-XF-SCAN) TO WS-BAS-MAX-ROW-ED
       MOVE WS-XF-MIN-COL(WS-XF-SCAN) TO WS-BAS-MIN-COL-ED
       MOVE WS-XF-MAX-COL(WS-XF-SCAN) TO WS-BAS-MAX-COL-ED
       MOVE SPACES TO BAS-REC
       STRING "XZONE:" SPACE WS-XG-ID SPACE
              "ZONE:" DELIMITED BY SIZE
              SPACE DELIMITED BY SIZE
              WS-XF-ZONE(WS-XF-SCAN) DELIMITED BY SPACE
              SPACE DELIMITED BY SIZE
              "ROW:" SPACE WS-BAS-ROW-ED SPACE
              "COL:" SPACE WS-BAS-COL-ED SPACE
              "SIZE:" SPACE WS-BASIN-SIZE-ED SPACE
              "ROWS:" SPACE WS-BAS-MIN-ROW-ED SPACE "-" SPACE
              WS-BAS-MAX-ROW-ED SPACE
              "COLS:" SPACE WS-BAS-MIN-COL-ED SPACE "-" SPACE
              WS-BAS-MAX-COL-ED
              DELIMITED BY SIZE INTO BAS-REC
       WRITE BAS-REC
       MOVE SPACES TO RPT-REC
       STRING "CROSS-ZONE PART:" SPACE WS-XG-ID SPACE
              "ZONE:" DELIMITED BY SIZE
              SPACE DELIMITED BY SIZE
              WS-XF-ZONE(WS-XF-SCAN) DELIMITED BY SPACE
              SPACE DELIMITED BY SIZE
              "SIZE:" SPACE WS-BASIN-SIZE-ED
              DELIMITED BY SIZE INTO RPT-REC
       WRITE RPT-REC
       MOVE "W" TO WS-XF-STATE(WS-XF-SCAN).

*> ---------------------------------------------------------------
*> 4068-OPPOSITE-SIDE
*> The side facing WS-SIDE across a shared edge, in WS-OPP-SIDE.
*> ---------------------------------------------------------------
4068-OPPOSITE-SIDE.
       IF WS-SIDE = 1 THEN
           MOVE 2 TO WS-OPP-SIDE
       ELSE
           IF WS-SIDE = 2 THEN
               MOVE 1 TO WS-OPP-SIDE
           ELSE
               IF WS-SIDE = 3 THEN
                   MOVE 4 TO WS-OPP-SIDE
               ELSE
                   MOVE 3 TO WS-OPP-SIDE
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 4080-ROLL-UP-DISTRICT
*> Folds the zone just processed into its district's accumulator:
              DELIMITED BY SIZE INTO CMP-REC
       WRITE CMP-REC.

*> ---------------------------------------------------------------
*> 4300-RUN-MERGE
*> Builds the night's outputs from the partitions named in the
*> split: every partition's control totals are loaded first (a
*> partition that never finished stops the merge before anything
*> is written), then each partition's report, basin inventory,
*> interface details, suspense, and exceptions are appended in
*> partition order under the work names, followed by the district
*> blocks, district limits, and grand total for the whole night.
*> The work files are then proved against the control totals; only
*> a balanced merge is released and audited.
*> ---------------------------------------------------------------
4300-RUN-MERGE.
       MOVE 1 TO WS-PART-IDX
       PERFORM UNTIL WS-PART-IDX > WS-PART-COUNT
           PERFORM 4330-LOAD-PART-CONTROL
           COMPUTE WS-PART-IDX = WS-PART-IDX + 1
       END-PERFORM

       *> every partition finished, so every registry rewrite and
       *> history posting of the night has happened -- their
       *> before-images go on file whether or not the outputs go on
       *> to balance
       MOVE 1 TO WS-PART-IDX
       PERFORM UNTIL WS-PART-IDX > WS-PART-COUNT
           PERFORM 4315-GATHER-BEFORE-IMAGES
           COMPUTE WS-PART-IDX = WS-PART-IDX + 1
       END-PERFORM

       OPEN OUTPUT MRGBAL
       MOVE "9RPT.MRG.dat" TO WS-RPT-OUT-FILE
       MOVE "9BASIN.MRG.dat" TO WS-BAS-OUT-FILE
       MOVE "9INTF.MRG.dat" TO WS-INTF-OUT-FILE
       MOVE "9SUSP.MRG.dat" TO WS-SUSP-OUT-FILE
       MOVE "9EXCEPT.MRG.dat" TO WS-EXC-OUT-FILE
       OPEN OUTPUT RPT
       OPEN OUTPUT BASOUT
       OPEN OUTPUT INTF
       OPEN OUTPUT SUSP
       MOVE WS-BATCH-LIST-FILE TO WS-INTF-NAME
       PERFORM 6100-WRITE-INTF-HEADER
       IF WS-THR-PRESENT or WS-MS-EXC-RECS > 0 THEN
           SET WS-MRG-HAS-EXC TO TRUE
           OPEN OUTPUT EXCOUT
       END-IF

       MOVE 0 TO WS-BASIN-ID
       MOVE 0 TO WS-MRG-X-BASE
       MOVE 1 TO WS-PART-IDX
       PERFORM UNTIL WS-PART-IDX > WS-PART-COUNT
           PERFORM 4320-BUILD-PART-NAMES
           PERFORM 4340-MERGE-PART-REPORT
           PERFORM 4350-MERGE-PART-BASINS
           PERFORM 4360-MERGE-PART-INTF
           PERFORM 4370-MERGE-PART-SUSPENSE
           IF WS-PT-EXC-RECS(WS-PART-IDX) > 0 THEN
               PERFORM 4375-MERGE-PART-EXCEPTIONS
           END-IF
           ADD WS-PT-XBASINS(WS-PART-IDX) TO WS-MRG-X-BASE
           COMPUTE WS-PART-IDX = WS-PART-IDX + 1
       END-PERFORM

       IF WS-MRG-STITCHED THEN
           MOVE WS-MS-XBASINS TO WS-XG-COUNT-ED
           MOVE SPACES TO RPT-REC
           STRING "CROSS-ZONE BASINS:" SPACE WS-XG-COUNT-ED
                  DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
       END-IF

       MOVE WS-MS-ZONES TO WS-ZONE-COUNT
       MOVE WS-MS-REJECTS TO WS-REJECT-COUNT
       MOVE WS-MS-TOTAL TO WS-GRAND-TOTAL
       MOVE WS-MS-LP TO WS-GRAND-LP-COUNT
       IF WS-MS-EXC-RECS > 0 and WS-MAX-RC < 4 THEN
           MOVE 4 TO WS-MAX-RC
       END-IF
       IF WS-REJECT-COUNT > 0 and WS-MAX-RC < 8 THEN
           MOVE 8 TO WS-MAX-RC
       END-IF

       IF WS-MRG-HAS-DIST THEN
           PERFORM 4085-WRITE-DISTRICT-BLOCKS
           IF WS-THR-PRESENT THEN
               MOVE WS-EXC-COUNT TO WS-MRG-DIST-EXC
               PERFORM 4090-CHECK-DISTRICT-LIMITS
               COMPUTE WS-MRG-DIST-EXC = WS-EXC-COUNT - WS-MRG-DIST-EXC
           END-IF
       END-IF
       PERFORM 4095-WRITE-GRAND-TOTAL

       CLOSE RPT
       CLOSE BASOUT
       PERFORM 6200-WRITE-INTF-TRAILER
       CLOSE INTF
       CLOSE SUSP
       IF WS-MRG-HAS-EXC THEN
           CLOSE EXCOUT
       END-IF

       PERFORM 4380-PROVE-MERGE
       CLOSE MRGBAL
       IF not WS-MRG-BALANCED THEN
           DISPLAY "MAIN8: MERGE OF " WS-BATCH-LIST-FILE(1:40)
                   " OUT OF BALANCE -- SEE 9MERGE.dat, OUTPUTS NOT "
                   "RELEASED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM 4390-RELEASE-MERGE

       MOVE WS-BATCH-LIST-FILE TO WS-AUDIT-FILE-NAME
       MOVE WS-GRAND-LP-COUNT TO WS-AUDIT-LP-COUNT
       MOVE WS-GRAND-TOTAL TO WS-AUDIT-TOTAL
       PERFORM 6000-WRITE-AUDIT-LOG

       MOVE WS-PART-COUNT TO WS-PART-NUM-ED
       DISPLAY "Partitions:" SPACE WS-PART-NUM-ED SPACE
               "Zones:" SPACE WS-ZONE-COUNT-ED SPACE
               "Rejected:" SPACE WS-REJECT-COUNT-ED SPACE
               "Grand Total:" SPACE WS-GRAND-TOTAL-ED.

*> ---------------------------------------------------------------
*> 4310-LOAD-SPLIT-CONTROL
*> Reads 9PART.dat for a partition or merge run: the split's stamp,
*> the list it was cut from, and each partition's list. The split
*> date becomes the run date. A partition run then takes its own
*> list and points every output at its partition names, and saves
*> its registry and history before-images under the list the split
*> was cut from -- the name the merge audits the night as.
*> ---------------------------------------------------------------
4310-LOAD-SPLIT-CONTROL.
       OPEN INPUT PARTCTL
       IF WS-PART-STATUS not = "00" THEN
           DISPLAY "MAIN8: NO SPLIT CONTROL FILE 9PART.dat -- RUN "
                   "-SPLIT FIRST"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 0 TO WS-PART-COUNT
       MOVE 0 TO WS-SPLIT-DATE
       MOVE "N" TO WS-PART-EOF
       READ PARTCTL
           AT END SET WS-PART-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-PART-DONE
           IF PART-REC-TYPE = "S" and PART-SPLIT-DATE is numeric and
              PART-PARTS is numeric THEN
               MOVE PART-SPLIT-DATE TO WS-SPLIT-DATE
               MOVE PART-SPLIT-TIME TO WS-SPLIT-TIME
               MOVE PART-PARTS TO WS-PART-COUNT
               MOVE PART-ZONES TO WS-SPLIT-ZONES
               MOVE PART-LIST TO WS-SPLIT-LIST
           END-IF
           IF PART-LIST-TYPE = "P" and PART-NUM is numeric THEN
               IF PART-NUM > 0 THEN
                   MOVE PART-LIST-NAME TO WS-PT-LIST(PART-NUM)
                   MOVE PART-LIST-ZONES TO WS-PT-ZONES(PART-NUM)
               END-IF
           END-IF
           READ PARTCTL
               AT END SET WS-PART-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE PARTCTL

       IF WS-SPLIT-DATE = 0 or WS-PART-COUNT = 0 THEN
           DISPLAY "MAIN8: SPLIT CONTROL FILE 9PART.dat CARRIES NO "
                   "SPLIT RECORD"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-SPLIT-DATE TO WS-RUN-DATE

       IF WS-IS-PART THEN
           MOVE FUNCTION NUMVAL(WS-PART-ARG) TO WS-SPLIT-TAKE
           IF WS-SPLIT-TAKE < 1 or WS-SPLIT-TAKE > WS-PART-COUNT THEN
               DISPLAY "MAIN8: PARTITION " WS-PART-ARG " IS NOT ONE "
                       "OF THE " WS-PART-COUNT " IN THE SPLIT OF "
                       WS-SPLIT-LIST(1:40)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SPLIT-TAKE TO WS-PART-NUM
           MOVE WS-PART-NUM TO WS-PART-IDX
           PERFORM 4320-BUILD-PART-NAMES
           MOVE WS-PT-LIST(WS-PART-NUM) TO WS-BATCH-LIST-FILE
           MOVE WS-PN-RPT TO WS-RPT-OUT-FILE
           MOVE WS-PN-BAS TO WS-BAS-OUT-FILE
           MOVE WS-PN-INTF TO WS-INTF-OUT-FILE
           MOVE WS-PN-SUSP TO WS-SUSP-OUT-FILE
           MOVE WS-PN-EXC TO WS-EXC-OUT-FILE
           MOVE WS-PN-MAP TO WS-MAP-OUT-FILE
           MOVE WS-PN-CTL TO WS-PCTL-FILE
           MOVE WS-PN-RBI TO WS-RBI-OUT-FILE
           MOVE WS-PN-LBI TO WS-LBI-OUT-FILE
           MOVE WS-SPLIT-LIST TO WS-RUNCTL-NAME
       ELSE
           MOVE WS-SPLIT-LIST TO WS-BATCH-LIST-FILE
       END-IF.

*> ---------------------------------------------------------------
*> 4315-GATHER-BEFORE-IMAGES
*> Appends partition WS-PART-IDX's registry before-images to
*> 9REGBI.dat and its history before-images to 9LPHBI.dat, and
*> removes its partition files. A partition with no registry or no
*> history in play left no file of that kind -- nothing to gather.
*> A before-image file that won't open for the append stops the
*> merge with 16, the partition's own file left in place for the
*> rerun.
*> ---------------------------------------------------------------
4315-GATHER-BEFORE-IMAGES.
       PERFORM 4320-BUILD-PART-NAMES
       MOVE WS-PN-RBI TO WS-GENIN-FILE
       MOVE "N" TO WS-GENIN-EOF
       OPEN INPUT GENIN
       IF WS-GENIN-STATUS = "00" THEN
           PERFORM 6510-OPEN-BEFORE-IMAGES
           IF WS-RBI-OPEN = 0 THEN
               DISPLAY "MAIN8: CANNOT OPEN 9REGBI.dat STATUS "
                       WS-RBI-STATUS " -- MERGE STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GENIN
               AT END SET WS-GENIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENIN-DONE
               MOVE GENIN-REC TO RBI-REC
               WRITE RBI-REC
               READ GENIN
                   AT END SET WS-GENIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENIN
           CLOSE REGBI
           MOVE 0 TO WS-RBI-OPEN
           MOVE WS-PN-RBI TO WS-GEN-PURGE-NAME
           PERFORM 8350-DELETE-GEN-FILE
       END-IF

       MOVE WS-PN-LBI TO WS-GENIN-FILE
       MOVE "N" TO WS-GENIN-EOF
       OPEN INPUT GENIN
       IF WS-GENIN-STATUS = "00" THEN
           PERFORM 6720-OPEN-LP-BEFORE-IMAGES
           IF WS-LBI-OPEN = 0 THEN
               DISPLAY "MAIN8: CANNOT OPEN 9LPHBI.dat STATUS "
                       WS-LBI-STATUS " -- MERGE STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GENIN
               AT END SET WS-GENIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENIN-DONE
               MOVE GENIN-REC TO LBI-REC
               WRITE LBI-REC
               READ GENIN
                   AT END SET WS-GENIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENIN
           CLOSE LPHBI
           MOVE 0 TO WS-LBI-OPEN
           MOVE WS-PN-LBI TO WS-GEN-PURGE-NAME
           PERFORM 8350-DELETE-GEN-FILE
       END-IF.

*> ---------------------------------------------------------------
*> 4320-BUILD-PART-NAMES
*> The file names belonging to partition WS-PART-IDX: its slice of
*> the batch list, its outputs, and its control totals.
*> ---------------------------------------------------------------
4320-BUILD-PART-NAMES.
       MOVE SPACES TO WS-PN-LIST WS-PN-RPT WS-PN-BAS WS-PN-INTF
                      WS-PN-SUSP WS-PN-EXC WS-PN-MAP WS-PN-CTL
                      WS-PN-RBI WS-PN-LBI
       STRING "9BL.P" WS-PART-IDX ".dat"
              DELIMITED BY SIZE INTO WS-PN-LIST
       STRING "9RPT.P" WS-PART-IDX ".dat"
              DELIMITED BY SIZE INTO WS-PN-RPT
       STRING "9BASIN.P" WS-PART-IDX ".dat"
              DELIMITED BY SIZE INTO WS-PN-BAS
       STRING "9INTF.P" WS-PART-IDX ".dat"
              DELIMITED BY SIZE INTO WS-PN-INTF
       STRING "9SUSP.P" WS-PART-IDX ".dat"
              DELIMITED BY SIZE INTO WS-PN-SUSP
       STRING "9EXCEPT.P" WS-PART-IDX ".dat"
              DELIMITED BY SIZE INTO WS-PN-EXC
       STRING "9MAP.P" WS-PART-IDX ".dat"
              DELIMITED BY SIZE INTO WS-PN-MAP
       STRING "9CTL.P" WS-PART-IDX ".dat"
              DELIMITED BY SIZE INTO WS-PN-CTL
       STRING "9REGBI.P" WS-PART-IDX ".dat"
              DELIMITED BY SIZE INTO WS-PN-RBI
       STRING "9LPHBI.P" WS-PART-IDX ".dat"
              DELIMITED BY SIZE INTO WS-PN-LBI.

*> ---------------------------------------------------------------
*> 4330-LOAD-PART-CONTROL
*> Loads partition WS-PART-IDX's control totals into the merge: its
*> figures are added to the night's sums, its output record counts
*> kept for checking its files as they are read, and its district
*> accumulators folded into the rollup table. A control file that
*> is missing, carries another split's stamp, or never got its end
*> record means the partition did not finish -- the merge stops.
*> ---------------------------------------------------------------
4330-LOAD-PART-CONTROL.
       PERFORM 4320-BUILD-PART-NAMES
       MOVE WS-PN-CTL TO WS-PCTL-FILE
       OPEN INPUT PCTL
       IF WS-PCTL-STATUS not = "00" THEN
           DISPLAY "MAIN8: PARTITION " WS-PART-IDX " HAS NO CONTROL "
                   "FILE " WS-PCTL-FILE(1:20) " -- NOT YET SCORED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 0 TO WS-PCTL-ENDED
       MOVE "N" TO WS-PCTL-EOF
       READ PCTL
           AT END SET WS-PCTL-DONE TO TRUE
       END-READ
       PERFORM UNTIL WS-PCTL-DONE
           IF PCTL-REC-TYPE = "H" THEN
               IF PCTL-PART not = WS-PART-IDX or
                  PCTL-SPLIT-DATE not = WS-SPLIT-DATE or
                  PCTL-SPLIT-TIME not = WS-SPLIT-TIME THEN
                   CLOSE PCTL
                   DISPLAY "MAIN8: CONTROL FILE " WS-PCTL-FILE(1:20)
                           " BELONGS TO A DIFFERENT SPLIT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO WS-PCTL-ENDED
               ADD PCTL-ZONES TO WS-MS-ZONES
               ADD PCTL-REJECTS TO WS-MS-REJECTS
               ADD PCTL-LP TO WS-MS-LP
               ADD PCTL-TOTAL TO WS-MS-TOTAL
               ADD PCTL-XBASINS TO WS-MS-XBASINS
               ADD PCTL-BAS-RECS TO WS-MS-BAS-RECS
               ADD PCTL-INTF-RECS TO WS-MS-INTF-RECS
               ADD PCTL-INTF-HASH TO WS-MS-INTF-HASH
               ADD PCTL-SUSP-RECS TO WS-MS-SUSP-RECS
               ADD PCTL-EXC-RECS TO WS-MS-EXC-RECS
               MOVE PCTL-XBASINS TO WS-PT-XBASINS(WS-PART-IDX)
               MOVE PCTL-RPT-RECS TO WS-PT-RPT-RECS(WS-PART-IDX)
               MOVE PCTL-BAS-RECS TO WS-PT-BAS-RECS(WS-PART-IDX)
               MOVE PCTL-INTF-RECS TO WS-PT-INTF-RECS(WS-PART-IDX)
               MOVE PCTL-SUSP-RECS TO WS-PT-SUSP-RECS(WS-PART-IDX)
               MOVE PCTL-EXC-RECS TO WS-PT-EXC-RECS(WS-PART-IDX)
           END-IF
           IF PCTL-DIST-TYPE = "D" THEN
               PERFORM 4335-ADD-PART-DISTRICT
           END-IF
           IF PCTL-END-TYPE = "E" and WS-PCTL-ENDED = 1 THEN
               MOVE 2 TO WS-PCTL-ENDED
           END-IF
           READ PCTL
               AT END SET WS-PCTL-DONE TO TRUE
           END-READ
       END-PERFORM
       CLOSE PCTL

       IF WS-PCTL-ENDED not = 2 THEN
           DISPLAY "MAIN8: PARTITION " WS-PART-IDX " DID NOT FINISH "
                   "-- CONTROL FILE " WS-PCTL-FILE(1:20) " INCOMPLETE"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

*> ---------------------------------------------------------------
*> 4335-ADD-PART-DISTRICT
*> Folds one partition district accumulator into the rollup table,
*> finding or opening the district's slot the way 4080 does, so the
*> blocks come out in order of first appearance across the night.
*> ---------------------------------------------------------------
4335-ADD-PART-DISTRICT.
       SET WS-MRG-HAS-DIST TO TRUE
       MOVE 0 TO WS-DT-FOUND
       MOVE 1 TO WS-DT-IDX
       PERFORM UNTIL WS-DT-IDX > WS-DT-COUNT
           IF WS-DT-CODE(WS-DT-IDX) = PCTL-DT-CODE THEN
               MOVE WS-DT-IDX TO WS-DT-FOUND
               MOVE WS-DT-COUNT TO WS-DT-IDX
           END-IF
           COMPUTE WS-DT-IDX = WS-DT-IDX + 1
       END-PERFORM
       IF WS-DT-FOUND = 0 THEN
           IF WS-DT-COUNT < 50 THEN
               ADD 1 TO WS-DT-COUNT
               MOVE WS-DT-COUNT TO WS-DT-FOUND
               MOVE PCTL-DT-CODE TO WS-DT-CODE(WS-DT-FOUND)
               MOVE PCTL-DT-NAME TO WS-DT-NAME(WS-DT-FOUND)
               MOVE 0 TO WS-DT-ZONES(WS-DT-FOUND)
               MOVE 0 TO WS-DT-LP(WS-DT-FOUND)
               MOVE 0 TO WS-DT-RISK(WS-DT-FOUND)
               MOVE 0 TO WS-DT-REJECTS(WS-DT-FOUND)
           ELSE
               DISPLAY "MAIN8: DISTRICT ROLLUP TABLE FULL, DISTRICT "
                       "NOT ROLLED: " PCTL-DT-CODE
           END-IF
       END-IF
       IF WS-DT-FOUND > 0 THEN
           ADD PCTL-DT-ZONES TO WS-DT-ZONES(WS-DT-FOUND)
           ADD PCTL-DT-LP TO WS-DT-LP(WS-DT-FOUND)
           ADD PCTL-DT-RISK TO WS-DT-RISK(WS-DT-FOUND)
           ADD PCTL-DT-REJECTS TO WS-DT-REJECTS(WS-DT-FOUND)
       END-IF.

*> ---------------------------------------------------------------
*> 4340-MERGE-PART-REPORT
*> Appends partition WS-PART-IDX's report body to the merged report.
*> The partition's own trailer and cross-zone count are left out
*> (the merge writes the night's), and each cross-zone basin ID is
*> moved up past the IDs the earlier partitions used.
*> ---------------------------------------------------------------
4340-MERGE-PART-REPORT.
       MOVE WS-PN-RPT TO WS-GENIN-FILE
       MOVE 0 TO WS-MRG-RECS
       MOVE "N" TO WS-GENIN-EOF
       OPEN INPUT GENIN
       IF WS-GENIN-STATUS = "00" THEN
           READ GENIN
               AT END SET WS-GENIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENIN-DONE
               ADD 1 TO WS-MRG-RECS
               IF GENIN-REC(1:18) = "CROSS-ZONE BASINS:" THEN
                   SET WS-MRG-STITCHED TO TRUE
               ELSE
                   IF GENIN-REC(1:10) not = "PARTITION:" THEN
                       MOVE GENIN-REC TO RPT-REC
                       IF RPT-REC(1:19) = "CROSS-ZONE BASIN: X" and
                          RPT-REC(20:5) is numeric THEN
                           MOVE RPT-REC(20:5) TO WS-MRG-X-NUM
                           ADD WS-MRG-X-BASE TO WS-MRG-X-NUM
                           MOVE WS-MRG-X-NUM TO RPT-REC(20:5)
                       END-IF
                       IF RPT-REC(1:18) = "CROSS-ZONE PART: X" and
                          RPT-REC(19:5) is numeric THEN
                           MOVE RPT-REC(19:5) TO WS-MRG-X-NUM
                           ADD WS-MRG-X-BASE TO WS-MRG-X-NUM
                           MOVE WS-MRG-X-NUM TO RPT-REC(19:5)
                       END-IF
                       WRITE RPT-REC
                   END-IF
               END-IF
               READ GENIN
                   AT END SET WS-GENIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENIN
       END-IF
       MOVE SPACES TO WS-BAL-ITEM
       STRING "P" WS-PART-IDX " REPORT RECORDS"
              DELIMITED BY SIZE INTO WS-BAL-ITEM
       MOVE WS-PT-RPT-RECS(WS-PART-IDX) TO WS-BAL-PARTS
       MOVE WS-MRG-RECS TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE.

*> ---------------------------------------------------------------
*> 4350-MERGE-PART-BASINS
*> Appends partition WS-PART-IDX's basin inventory, renumbering
*> every BASIN record onto the night's single run-unique sequence
*> and every XBASIN/XZONE record past the earlier partitions'
*> cross-zone IDs, as one unpartitioned run would have numbered them.
*> ---------------------------------------------------------------
4350-MERGE-PART-BASINS.
       MOVE WS-PN-BAS TO WS-GENIN-FILE
       MOVE 0 TO WS-MRG-RECS
       MOVE "N" TO WS-GENIN-EOF
       OPEN INPUT GENIN
       IF WS-GENIN-STATUS = "00" THEN
           READ GENIN
               AT END SET WS-GENIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENIN-DONE
               ADD 1 TO WS-MRG-RECS
               MOVE GENIN-REC TO BAS-REC
               IF BAS-REC(1:7) = "BASIN: " THEN
                   ADD 1 TO WS-BASIN-ID
                   MOVE WS-BASIN-ID TO WS-BASIN-ID-ED
                   MOVE WS-BASIN-ID-ED TO BAS-REC(8:6)
               END-IF
               IF BAS-REC(1:9) = "XBASIN: X" and
                  BAS-REC(10:5) is numeric THEN
                   MOVE BAS-REC(10:5) TO WS-MRG-X-NUM
                   ADD WS-MRG-X-BASE TO WS-MRG-X-NUM
                   MOVE WS-MRG-X-NUM TO BAS-REC(10:5)
               END-IF
               IF BAS-REC(1:8) = "XZONE: X" and
                  BAS-REC(9:5) is numeric THEN
                   MOVE BAS-REC(9:5) TO WS-MRG-X-NUM
                   ADD WS-MRG-X-BASE TO WS-MRG-X-NUM
                   MOVE WS-MRG-X-NUM TO BAS-REC(9:5)
               END-IF
               WRITE BAS-REC
               READ GENIN
                   AT END SET WS-GENIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENIN
       END-IF
       MOVE SPACES TO WS-BAL-ITEM
       STRING "P" WS-PART-IDX " BASIN RECORDS"
              DELIMITED BY SIZE INTO WS-BAL-ITEM
       MOVE WS-PT-BAS-RECS(WS-PART-IDX) TO WS-BAL-PARTS
       MOVE WS-MRG-RECS TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE.

*> ---------------------------------------------------------------
*> 4360-MERGE-PART-INTF
*> Appends partition WS-PART-IDX's interface detail records under
*> the night's single header, dropping the partition's own header
*> and trailer and carrying each risk value into the night's hash.
*> ---------------------------------------------------------------
4360-MERGE-PART-INTF.
       MOVE WS-PN-INTF TO WS-GENIN-FILE
       MOVE 0 TO WS-MRG-RECS
       MOVE "N" TO WS-GENIN-EOF
       OPEN INPUT GENIN
       IF WS-GENIN-STATUS = "00" THEN
           READ GENIN
               AT END SET WS-GENIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENIN-DONE
               IF GENIN-REC(1:2) = "D|" THEN
                   ADD 1 TO WS-MRG-RECS
                   MOVE GENIN-REC TO INTF-REC
                   WRITE INTF-REC
                   MOVE SPACES TO WS-MRG-T1 WS-MRG-T2 WS-MRG-T3
                                  WS-MRG-T4 WS-MRG-T5 WS-MRG-T6
                   UNSTRING GENIN-REC DELIMITED BY "|"
                       INTO WS-MRG-T1 WS-MRG-T2 WS-MRG-T3 WS-MRG-T4
                            WS-MRG-T5 WS-MRG-T6
                   END-UNSTRING
                   ADD 1 TO WS-INTF-COUNT
                   ADD FUNCTION NUMVAL(WS-MRG-T6) TO WS-INTF-HASH
               END-IF
               READ GENIN
                   AT END SET WS-GENIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENIN
       END-IF
       MOVE SPACES TO WS-BAL-ITEM
       STRING "P" WS-PART-IDX " INTERFACE DETAILS"
              DELIMITED BY SIZE INTO WS-BAL-ITEM
       MOVE WS-PT-INTF-RECS(WS-PART-IDX) TO WS-BAL-PARTS
       MOVE WS-MRG-RECS TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE.

*> ---------------------------------------------------------------
*> 4370-MERGE-PART-SUSPENSE
*> Appends partition WS-PART-IDX's suspense records as they stand.
*> ---------------------------------------------------------------
4370-MERGE-PART-SUSPENSE.
       MOVE WS-PN-SUSP TO WS-GENIN-FILE
       MOVE 0 TO WS-MRG-RECS
       MOVE "N" TO WS-GENIN-EOF
       OPEN INPUT GENIN
       IF WS-GENIN-STATUS = "00" THEN
           READ GENIN
               AT END SET WS-GENIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENIN-DONE
               ADD 1 TO WS-MRG-RECS
               MOVE GENIN-REC TO SUSP-REC
               WRITE SUSP-REC
               READ GENIN
                   AT END SET WS-GENIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENIN
       END-IF
       MOVE SPACES TO WS-BAL-ITEM
       STRING "P" WS-PART-IDX " SUSPENSE RECORDS"
              DELIMITED BY SIZE INTO WS-BAL-ITEM
       MOVE WS-PT-SUSP-RECS(WS-PART-IDX) TO WS-BAL-PARTS
       MOVE WS-MRG-RECS TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE.

*> ---------------------------------------------------------------
*> 4375-MERGE-PART-EXCEPTIONS
*> Appends partition WS-PART-IDX's zone exceptions as they stand.
*> Only called for a partition whose control totals say it wrote
*> any, so an old exception file left from an earlier night is
*> never picked up.
*> ---------------------------------------------------------------
4375-MERGE-PART-EXCEPTIONS.
       MOVE WS-PN-EXC TO WS-GENIN-FILE
       MOVE 0 TO WS-MRG-RECS
       MOVE "N" TO WS-GENIN-EOF
       OPEN INPUT GENIN
       IF WS-GENIN-STATUS = "00" THEN
           READ GENIN
               AT END SET WS-GENIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENIN-DONE
               ADD 1 TO WS-MRG-RECS
               MOVE GENIN-REC TO EXC-REC
               WRITE EXC-REC
               ADD 1 TO WS-EXC-COUNT
               READ GENIN
                   AT END SET WS-GENIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENIN
       END-IF
       MOVE SPACES TO WS-BAL-ITEM
       STRING "P" WS-PART-IDX " EXCEPTION RECORDS"
              DELIMITED BY SIZE INTO WS-BAL-ITEM
       MOVE WS-PT-EXC-RECS(WS-PART-IDX) TO WS-BAL-PARTS
       MOVE WS-MRG-RECS TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE.

*> ---------------------------------------------------------------
*> 4380-PROVE-MERGE
*> Reads the closed work files back and balances what is actually
*> on disk against the partitions' summed control totals: zone
*> subtotals, grand total, and zone counts in the report; basin and
*> cross-zone basin records in the inventory; detail count and risk
*> hash in the interface file, trailer included; suspense records;
*> and exception records (the partitions' plus any district limit
*> the merge tripped). Every check goes to 9MERGE.dat, then the
*> verdict.
*> ---------------------------------------------------------------
4380-PROVE-MERGE.
       MOVE 0 TO WS-MP-SUBTOTALS WS-MP-SUB-RISK WS-MP-GRAND
                 WS-MP-ZONES WS-MP-REJECTS
       MOVE "9RPT.MRG.dat" TO WS-GENIN-FILE
       MOVE "N" TO WS-GENIN-EOF
       OPEN INPUT GENIN
       IF WS-GENIN-STATUS = "00" THEN
           READ GENIN
               AT END SET WS-GENIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENIN-DONE
               MOVE SPACES TO WS-MRG-T1 WS-MRG-T2 WS-MRG-T3
                              WS-MRG-T4 WS-MRG-T5 WS-MRG-T6
               UNSTRING GENIN-REC DELIMITED BY ALL " "
                   INTO WS-MRG-T1 WS-MRG-T2 WS-MRG-T3 WS-MRG-T4
                        WS-MRG-T5 WS-MRG-T6
               END-UNSTRING
               IF WS-MRG-T1 = "ZONE:" and WS-MRG-T3 = "SUBTOTAL" and
                  WS-MRG-T4 = "RISK:" THEN
                   ADD 1 TO WS-MP-SUBTOTALS
                   ADD FUNCTION NUMVAL(WS-MRG-T5) TO WS-MP-SUB-RISK
               END-IF
               IF WS-MRG-T1 = "GRAND" and WS-MRG-T2 = "TOTAL" and
                  WS-MRG-T3 = "RISK:" THEN
                   MOVE FUNCTION NUMVAL(WS-MRG-T4) TO WS-MP-GRAND
               END-IF
               IF WS-MRG-T1 = "ZONES" and WS-MRG-T2 = "SCORED:" and
                  WS-MRG-T4 = "REJECTED:" THEN
                   MOVE FUNCTION NUMVAL(WS-MRG-T3) TO WS-MP-ZONES
                   MOVE FUNCTION NUMVAL(WS-MRG-T5) TO WS-MP-REJECTS
               END-IF
               READ GENIN
                   AT END SET WS-GENIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENIN
       END-IF
       MOVE "REPORT ZONE SUBTOTALS" TO WS-BAL-ITEM
       MOVE WS-MS-ZONES TO WS-BAL-PARTS
       MOVE WS-MP-SUBTOTALS TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE
       MOVE "REPORT SUBTOTAL RISK" TO WS-BAL-ITEM
       MOVE WS-MS-TOTAL TO WS-BAL-PARTS
       MOVE WS-MP-SUB-RISK TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE
       MOVE "REPORT GRAND TOTAL" TO WS-BAL-ITEM
       MOVE WS-MS-TOTAL TO WS-BAL-PARTS
       MOVE WS-MP-GRAND TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE
       MOVE "REPORT ZONES SCORED" TO WS-BAL-ITEM
       MOVE WS-MS-ZONES TO WS-BAL-PARTS
       MOVE WS-MP-ZONES TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE
       MOVE "REPORT ZONES REJECTED" TO WS-BAL-ITEM
       MOVE WS-MS-REJECTS TO WS-BAL-PARTS
       MOVE WS-MP-REJECTS TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE

       MOVE 0 TO WS-MP-BAS-RECS WS-MP-XBASINS
       MOVE "9BASIN.MRG.dat" TO WS-GENIN-FILE
       MOVE "N" TO WS-GENIN-EOF
       OPEN INPUT GENIN
       IF WS-GENIN-STATUS = "00" THEN
           READ GENIN
               AT END SET WS-GENIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENIN-DONE
               ADD 1 TO WS-MP-BAS-RECS
               IF GENIN-REC(1:7) = "XBASIN:" THEN
                   ADD 1 TO WS-MP-XBASINS
               END-IF
               READ GENIN
                   AT END SET WS-GENIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENIN
       END-IF
       MOVE "BASIN RECORDS" TO WS-BAL-ITEM
       MOVE WS-MS-BAS-RECS TO WS-BAL-PARTS
       MOVE WS-MP-BAS-RECS TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE
       MOVE "CROSS-ZONE BASINS" TO WS-BAL-ITEM
       MOVE WS-MS-XBASINS TO WS-BAL-PARTS
       MOVE WS-MP-XBASINS TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE

       MOVE 0 TO WS-MP-INTF-RECS WS-MP-INTF-HASH WS-MP-TRL-COUNT
                 WS-MP-TRL-HASH
       MOVE "9INTF.MRG.dat" TO WS-GENIN-FILE
       MOVE "N" TO WS-GENIN-EOF
       OPEN INPUT GENIN
       IF WS-GENIN-STATUS = "00" THEN
           READ GENIN
               AT END SET WS-GENIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENIN-DONE
               MOVE SPACES TO WS-MRG-T1 WS-MRG-T2 WS-MRG-T3
                              WS-MRG-T4 WS-MRG-T5 WS-MRG-T6
               UNSTRING GENIN-REC DELIMITED BY "|"
                   INTO WS-MRG-T1 WS-MRG-T2 WS-MRG-T3 WS-MRG-T4
                        WS-MRG-T5 WS-MRG-T6
               END-UNSTRING
               IF WS-MRG-T1 = "D" THEN
                   ADD 1 TO WS-MP-INTF-RECS
                   ADD FUNCTION NUMVAL(WS-MRG-T6) TO WS-MP-INTF-HASH
               END-IF
               IF WS-MRG-T1 = "T" THEN
                   MOVE FUNCTION NUMVAL(WS-MRG-T2) TO WS-MP-TRL-COUNT
                   MOVE FUNCTION NUMVAL(WS-MRG-T3) TO WS-MP-TRL-HASH
               END-IF
               READ GENIN
                   AT END SET WS-GENIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENIN
       END-IF
       MOVE "INTERFACE DETAILS" TO WS-BAL-ITEM
       MOVE WS-MS-INTF-RECS TO WS-BAL-PARTS
       MOVE WS-MP-INTF-RECS TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE
       MOVE "INTERFACE RISK HASH" TO WS-BAL-ITEM
       MOVE WS-MS-INTF-HASH TO WS-BAL-PARTS
       MOVE WS-MP-INTF-HASH TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE
       MOVE "INTERFACE TRAILER COUNT" TO WS-BAL-ITEM
       MOVE WS-MS-INTF-RECS TO WS-BAL-PARTS
       MOVE WS-MP-TRL-COUNT TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE
       MOVE "INTERFACE TRAILER HASH" TO WS-BAL-ITEM
       MOVE WS-MS-INTF-HASH TO WS-BAL-PARTS
       MOVE WS-MP-TRL-HASH TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE

       MOVE "9SUSP.MRG.dat" TO WS-GENIN-FILE
       PERFORM 4410-COUNT-OUTPUT
       MOVE WS-MRG-RECS TO WS-MP-SUSP-RECS
       MOVE "SUSPENSE RECORDS" TO WS-BAL-ITEM
       MOVE WS-MS-SUSP-RECS TO WS-BAL-PARTS
       MOVE WS-MP-SUSP-RECS TO WS-BAL-MERGED
       PERFORM 4385-WRITE-BALANCE-LINE

       IF WS-MRG-HAS-EXC THEN
           MOVE "9EXCEPT.MRG.dat" TO WS-GENIN-FILE
           PERFORM 4410-COUNT-OUTPUT
           MOVE WS-MRG-RECS TO WS-MP-EXC-RECS
           MOVE "EXCEPTION RECORDS" TO WS-BAL-ITEM
           COMPUTE WS-BAL-PARTS = WS-MS-EXC-RECS + WS-MRG-DIST-EXC
           MOVE WS-MP-EXC-RECS TO WS-BAL-MERGED
           PERFORM 4385-WRITE-BALANCE-LINE
       END-IF

       MOVE WS-PART-COUNT TO WS-PART-NUM-ED
       MOVE SPACES TO MRGBAL-REC
       IF WS-MRG-BALANCED THEN
           STRING "MERGE:" SPACE WS-RUN-DATE SPACE WS-RUN-TIME SPACE
                  "LIST:" DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  WS-BATCH-LIST-FILE DELIMITED BY SPACE
                  SPACE DELIMITED BY SIZE
                  "PARTITIONS:" SPACE WS-PART-NUM-ED SPACE
                  "BALANCED" DELIMITED BY SIZE
                  INTO MRGBAL-REC
       ELSE
           STRING "MERGE:" SPACE WS-RUN-DATE SPACE WS-RUN-TIME SPACE
                  "LIST:" DELIMITED BY SIZE
                  SPACE DELIMITED BY SIZE
                  WS-BATCH-LIST-FILE DELIMITED BY SPACE
                  SPACE DELIMITED BY SIZE
                  "PARTITIONS:" SPACE WS-PART-NUM-ED SPACE
                  "OUT OF BALANCE -- NOT RELEASED" DELIMITED BY SIZE
                  INTO MRGBAL-REC
       END-IF
       WRITE MRGBAL-REC.

*> ---------------------------------------------------------------
*> 4385-WRITE-BALANCE-LINE
*> One 9MERGE.dat check line: WS-BAL-ITEM, what the partitions'
*> control totals say it should be, and what was found. A mismatch
*> marks the whole merge out of balance.
*> ---------------------------------------------------------------
4385-WRITE-BALANCE-LINE.
       MOVE WS-BAL-PARTS TO WS-BAL-PARTS-ED
       MOVE WS-BAL-MERGED TO WS-BAL-MERGED-ED
       MOVE SPACES TO MRGBAL-REC
       IF WS-BAL-PARTS = WS-BAL-MERGED THEN
           STRING "BALANCE:" SPACE WS-BAL-ITEM SPACE
                  "EXPECTED:" SPACE WS-BAL-PARTS-ED SPACE
                  "FOUND:" SPACE WS-BAL-MERGED-ED SPACE "OK"
                  DELIMITED BY SIZE INTO MRGBAL-REC
       ELSE
           MOVE "N" TO WS-MRG-BAL-SWITCH
           STRING "BALANCE:" SPACE WS-BAL-ITEM SPACE
                  "EXPECTED:" SPACE WS-BAL-PARTS-ED SPACE
                  "FOUND:" SPACE WS-BAL-MERGED-ED SPACE
                  "OUT OF BALANCE"
                  DELIMITED BY SIZE INTO MRGBAL-REC
       END-IF
       WRITE MRGBAL-REC.

*> ---------------------------------------------------------------
*> 4390-RELEASE-MERGE
*> Copies each balanced work file over its normal output name --
*> from here on the night looks exactly as one batch run would have
*> left it -- and removes the work file.
*> ---------------------------------------------------------------
4390-RELEASE-MERGE.
       MOVE "9RPT.MRG.dat" TO WS-GENIN-FILE
       MOVE "9RPT.dat" TO WS-GENOUT-FILE
       PERFORM 8200-COPY-ONE-OUTPUT
       MOVE WS-GENIN-FILE TO WS-GEN-PURGE-NAME
       PERFORM 8350-DELETE-GEN-FILE
       MOVE "9BASIN.MRG.dat" TO WS-GENIN-FILE
       MOVE "9BASIN.dat" TO WS-GENOUT-FILE
       PERFORM 8200-COPY-ONE-OUTPUT
       MOVE WS-GENIN-FILE TO WS-GEN-PURGE-NAME
       PERFORM 8350-DELETE-GEN-FILE
       MOVE "9INTF.MRG.dat" TO WS-GENIN-FILE
       MOVE "9INTF.dat" TO WS-GENOUT-FILE
       PERFORM 8200-COPY-ONE-OUTPUT
       MOVE WS-GENIN-FILE TO WS-GEN-PURGE-NAME
       PERFORM 8350-DELETE-GEN-FILE
       MOVE "9SUSP.MRG.dat" TO WS-GENIN-FILE
       MOVE "9SUSP.dat" TO WS-GENOUT-FILE
       PERFORM 8200-COPY-ONE-OUTPUT
       MOVE WS-GENIN-FILE TO WS-GEN-PURGE-NAME
       PERFORM 8350-DELETE-GEN-FILE
       IF WS-MRG-HAS-EXC THEN
           MOVE "9EXCEPT.MRG.dat" TO WS-GENIN-FILE
           MOVE "9EXCEPT.dat" TO WS-GENOUT-FILE
           PERFORM 8200-COPY-ONE-OUTPUT
           MOVE WS-GENIN-FILE TO WS-GEN-PURGE-NAME
           PERFORM 8350-DELETE-GEN-FILE
       END-IF.

*> ---------------------------------------------------------------
*> 4400-WRITE-PART-CONTROL
*> End of a partition run: counts the partition's closed outputs
*> and writes its control totals to 9CTL.Pnn.dat -- the "H" record
*> of figures and record counts, a "D" record per district
*> accumulator, and the "E" record that marks the partition done.
*> The exception file is still open for the main line to close, so
*> its count is the run's own tally of exceptions written.
*> ---------------------------------------------------------------
4400-WRITE-PART-CONTROL.
       MOVE SPACES TO PCTL-HDR-REC
       MOVE "H" TO PCTL-REC-TYPE
       MOVE WS-PART-NUM TO PCTL-PART
       MOVE WS-SPLIT-DATE TO PCTL-SPLIT-DATE
       MOVE WS-SPLIT-TIME TO PCTL-SPLIT-TIME
       MOVE WS-ZONE-COUNT TO PCTL-ZONES
       MOVE WS-REJECT-COUNT TO PCTL-REJECTS
       MOVE WS-GRAND-LP-COUNT TO PCTL-LP
       MOVE WS-GRAND-TOTAL TO PCTL-TOTAL
       IF WS-IS-STITCHED THEN
           MOVE WS-XG-COUNT TO PCTL-XBASINS
       ELSE
           MOVE 0 TO PCTL-XBASINS
       END-IF
       MOVE WS-RPT-OUT-FILE TO WS-GENIN-FILE
       PERFORM 4410-COUNT-OUTPUT
       MOVE WS-MRG-RECS TO PCTL-RPT-RECS
       MOVE WS-BAS-OUT-FILE TO WS-GENIN-FILE
       PERFORM 4410-COUNT-OUTPUT
       MOVE WS-MRG-RECS TO PCTL-BAS-RECS
       MOVE WS-INTF-COUNT TO PCTL-INTF-RECS
       MOVE WS-INTF-HASH TO PCTL-INTF-HASH
       MOVE WS-SUSP-OUT-FILE TO WS-GENIN-FILE
       PERFORM 4410-COUNT-OUTPUT
       MOVE WS-MRG-RECS TO PCTL-SUSP-RECS
       MOVE WS-EXC-COUNT TO PCTL-EXC-RECS

       OPEN OUTPUT PCTL
       WRITE PCTL-HDR-REC
       IF WS-DIST-PRESENT THEN
           MOVE 1 TO WS-DT-IDX
           PERFORM UNTIL WS-DT-IDX > WS-DT-COUNT
               MOVE SPACES TO PCTL-DIST-REC
               MOVE "D" TO PCTL-DIST-TYPE
               MOVE WS-DT-CODE(WS-DT-IDX) TO PCTL-DT-CODE
               MOVE WS-DT-NAME(WS-DT-IDX) TO PCTL-DT-NAME
               MOVE WS-DT-ZONES(WS-DT-IDX) TO PCTL-DT-ZONES
               MOVE WS-DT-LP(WS-DT-IDX) TO PCTL-DT-LP
               MOVE WS-DT-RISK(WS-DT-IDX) TO PCTL-DT-RISK
               MOVE WS-DT-REJECTS(WS-DT-IDX) TO PCTL-DT-REJECTS
               WRITE PCTL-DIST-REC
               COMPUTE WS-DT-IDX = WS-DT-IDX + 1
           END-PERFORM
       END-IF
       MOVE SPACES TO PCTL-END-REC
       MOVE "E" TO PCTL-END-TYPE
       MOVE WS-PART-NUM TO PCTL-END-PART
       WRITE PCTL-END-REC
       CLOSE PCTL.

*> ---------------------------------------------------------------
*> 4410-COUNT-OUTPUT
*> Counts the records in the file named in WS-GENIN-FILE into
*> WS-MRG-RECS -- zero for a file that isn't there.
*> ---------------------------------------------------------------
4410-COUNT-OUTPUT.
       MOVE 0 TO WS-MRG-RECS
       MOVE "N" TO WS-GENIN-EOF
       OPEN INPUT GENIN
       IF WS-GENIN-STATUS = "00" THEN
           READ GENIN
               AT END SET WS-GENIN-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-GENIN-DONE
               ADD 1 TO WS-MRG-RECS
               READ GENIN
                   AT END SET WS-GENIN-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE GENIN
       END-IF.

*> ---------------------------------------------------------------
*> 4420-WRITE-PART-TRAILER
*> Closes a partition's own report with its partition figures in
*> place of the grand total, which only the merge can write.
*> ---------------------------------------------------------------
4420-WRITE-PART-TRAILER.
       MOVE WS-PART-NUM TO WS-PART-NUM-ED
       MOVE WS-ZONE-COUNT TO WS-ZONE-COUNT-ED
       MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-ED
       MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-ED
       MOVE SPACES TO RPT-REC
       STRING "PARTITION:" SPACE WS-PART-NUM-ED SPACE
              "TOTAL RISK:" SPACE WS-GRAND-TOTAL-ED SPACE
              "ZONES:" SPACE WS-ZONE-COUNT-ED SPACE
              "REJECTED:" SPACE WS-REJECT-COUNT-ED
              DELIMITED BY SIZE INTO RPT-REC
       WRITE RPT-REC.

*> ---------------------------------------------------------------
*> 4500-RUN-SPLIT
*> Cuts WS-BATCH-LIST-FILE into WS-PART-COUNT contiguous blocks,
*> the first few one zone larger when the zones don't divide
*> evenly, writes each block to its partition list, and records the
*> split in 9PART.dat. Each partition's old control file is removed
*> so a partition that doesn't run tonight can't be merged off last
*> night's figures. Asking for more partitions than there are zones
*> gives one zone per partition.
*> ---------------------------------------------------------------
4500-RUN-SPLIT.
       MOVE FUNCTION NUMVAL(WS-PART-ARG) TO WS-SPLIT-TAKE
       IF WS-SPLIT-TAKE < 1 or WS-SPLIT-TAKE > 99 THEN
           DISPLAY "MAIN8: -SPLIT PARTITION COUNT MUST BE 1 TO 99, "
                   "NOT " WS-PART-ARG
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-SPLIT-TAKE TO WS-PART-COUNT

       MOVE 0 TO WS-SPLIT-ZONES
       OPEN INPUT BL
       IF WS-BL-STATUS not = "00" THEN
           DISPLAY "MAIN8: CANNOT OPEN BATCH LIST FILE "
                   WS-BATCH-LIST-FILE " STATUS " WS-BL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "N" TO WS-BATCH-EOF
       READ BL
           AT END MOVE "Y" TO WS-BATCH-EOF
       END-READ
       PERFORM UNTIL WS-BATCH-DONE
           ADD 1 TO WS-SPLIT-ZONES
           READ BL
               AT END MOVE "Y" TO WS-BATCH-EOF
           END-READ
       END-PERFORM
       CLOSE BL

       IF WS-SPLIT-ZONES = 0 THEN
           DISPLAY "MAIN8: BATCH LIST " WS-BATCH-LIST-FILE(1:40)
                   " IS EMPTY -- NOTHING TO SPLIT"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-PART-COUNT > WS-SPLIT-ZONES THEN
           MOVE WS-SPLIT-ZONES TO WS-PART-COUNT
           MOVE WS-SPLIT-ZONES TO WS-SPLIT-ZONES-ED
           DISPLAY "MAIN8: ONLY " WS-SPLIT-ZONES-ED " ZONES -- SPLIT "
                   "INTO " WS-SPLIT-ZONES-ED " PARTITIONS"
       END-IF
       DIVIDE WS-SPLIT-ZONES BY WS-PART-COUNT
           GIVING WS-SPLIT-BASE REMAINDER WS-SPLIT-EXTRA

       OPEN OUTPUT PARTCTL
       MOVE SPACES TO PART-SPLIT-REC
       MOVE "S" TO PART-REC-TYPE
       MOVE WS-RUN-DATE TO PART-SPLIT-DATE
       MOVE WS-RUN-TIME TO PART-SPLIT-TIME
       MOVE WS-PART-COUNT TO PART-PARTS
       MOVE WS-SPLIT-ZONES TO PART-ZONES
       MOVE WS-BATCH-LIST-FILE TO PART-LIST
       WRITE PART-SPLIT-REC

       OPEN INPUT BL
       MOVE "N" TO WS-BATCH-EOF
       MOVE 1 TO WS-PART-IDX
       PERFORM UNTIL WS-PART-IDX > WS-PART-COUNT
           PERFORM 4320-BUILD-PART-NAMES
           MOVE WS-SPLIT-BASE TO WS-SPLIT-TAKE
           IF WS-PART-IDX <= WS-SPLIT-EXTRA THEN
               ADD 1 TO WS-SPLIT-TAKE
           END-IF
           MOVE WS-PN-LIST TO WS-PLIST-FILE
           OPEN OUTPUT PLIST
           MOVE 0 TO WS-SPLIT-TAKEN
           PERFORM UNTIL WS-SPLIT-TAKEN = WS-SPLIT-TAKE or
                         WS-BATCH-DONE
               READ BL
                   AT END MOVE "Y" TO WS-BATCH-EOF
               END-READ
               IF not WS-BATCH-DONE THEN
                   MOVE BL-REC TO PLIST-REC
                   WRITE PLIST-REC
                   ADD 1 TO WS-SPLIT-TAKEN
               END-IF
           END-PERFORM
           CLOSE PLIST

           MOVE SPACES TO PART-LIST-REC
           MOVE "P" TO PART-LIST-TYPE
           MOVE WS-PART-IDX TO PART-NUM
           MOVE WS-SPLIT-TAKEN TO PART-LIST-ZONES
           MOVE WS-PN-LIST TO PART-LIST-NAME
           WRITE PART-LIST-REC

           MOVE WS-PN-CTL TO WS-GEN-PURGE-NAME
           PERFORM 8350-DELETE-GEN-FILE
           COMPUTE WS-PART-IDX = WS-PART-IDX + 1
       END-PERFORM
       CLOSE BL
       CLOSE PARTCTL

       MOVE WS-SPLIT-ZONES TO WS-SPLIT-ZONES-ED
       MOVE WS-PART-COUNT TO WS-PART-NUM-ED
       DISPLAY "Zones:" SPACE WS-SPLIT-ZONES-ED SPACE
               "Partitions:" SPACE WS-PART-NUM-ED.

*> ---------------------------------------------------------------
*> 3000-PROCESS-GRID-FILE
*> Scores one grid extract (named in WS-INPUT-FILE) end to end --
           PERFORM 6600-RECONCILE-DIMENSIONS
       END-IF

       IF WS-IS-STITCHED THEN
           PERFORM 3190-WRITE-STITCH-NOTES
       END-IF

       IF WS-IS-RESUMED THEN
           MOVE WS-CKPT-START-LINE TO WS-ROW-ED
           MOVE SPACES TO RPT-REC
                       *> let the remediation section account for it
                       MOVE 1 TO WS-REM-HIT(WS-REM-FOUND)
                       ADD 1 TO WS-REM-EXCLUDED
                       IF WS-LPH-PRESENT THEN
                           MOVE WS-B(lineCounter, charCounter) to temp
                           MOVE "Y" TO WS-LPH-REMED-FLAG
                           PERFORM 6710-POST-LOW-POINT
                       END-IF
                   ELSE
                   MOVE WS-B(lineCounter, charCounter) to temp
                   IF WS-LPH-PRESENT THEN
                       MOVE "N" TO WS-LPH-REMED-FLAG
                       PERFORM 6710-POST-LOW-POINT
                   END-IF
                   COMPUTE Total = Total + temp + 1
                   ADD 1 TO WS-LP-COUNT
                   MOVE 1 TO WS-LPFLAG(lineCounter, charCounter)
                   *> fold the size into the top-3 basins seen so far
                   MOVE lineCounter TO WS-BASIN-ROW
                   MOVE charCounter TO WS-BASIN-COL
                   IF WS-IS-STITCHED THEN
                       PERFORM 2110-OPEN-FRAGMENT
                   END-IF
                   PERFORM 2000-SIZE-BASIN
                   IF WS-BASIN-SIZE > 0 THEN
                       *> a basin reaching a stitched edge may carry
                       *> on over the line -- hold it for the end of
                       *> batch pairing instead of writing it now
                       IF WS-IS-STITCHED and
                          WS-XF-TOUCHED = "Y" THEN
                           PERFORM 2120-HOLD-FRAGMENT
                       ELSE
                           PERFORM 2100-WRITE-BASIN-RECORD
                       END-IF
                   END-IF
                   PERFORM 2150-WRITE-INTF-DETAIL
                   PERFORM 2200-UPDATE-TOP-3-BASINS

           DIVIDE lineCounter BY WS-CKPT-INTERVAL
               GIVING WS-CKPT-DIV REMAINDER WS-CKPT-REM
           IF WS-CKPT-REM = 0 and not WS-IS-STITCHED THEN
               PERFORM 5100-WRITE-CHECKPOINT
           END-IF


       COMPUTE WS-BASIN-PRODUCT = WS-BASIN-1 * WS-BASIN-2 * WS-BASIN-3.

       IF WS-IS-STITCHED THEN
           PERFORM 3300-TRACE-EDGE-CONTACTS
           PERFORM 3350-RELEASE-UNCONTACTED
       END-IF

       IF WS-REM-PRESENT THEN
           PERFORM 6470-WRITE-REMED-SECTION
       END-IF

       IF WS-LPH-PRESENT THEN
           PERFORM 6750-CLOSE-UNSEEN-POINTS
       END-IF

       PERFORM 6900-WRITE-TERRAIN-STATS

       IF WS-ZREG-PRESENT THEN
               END-IF
           END-PERFORM
           CLOSE FP
       END-IF

       IF not WS-ZONE-FAILED and WS-IS-STITCHED THEN
           PERFORM 3150-STITCH-BORDERS
       END-IF.

*> ---------------------------------------------------------------
*> 3150-STITCH-BORDERS
*> On a stitched run, looks the zone up in the adjacency table and
*> fills the border on each side with a neighbour from that
*> neighbour's shared edge. Also clears the edge-owner arrays and
*> marks where this zone's fragments start in the fragment table.
*> ---------------------------------------------------------------
3150-STITCH-BORDERS.
       MOVE 1 TO WS-XE-POS
       PERFORM UNTIL WS-XE-POS > WS-MAX-COLS
           MOVE 0 TO WS-EDGE-N(WS-XE-POS)
           MOVE 0 TO WS-EDGE-S(WS-XE-POS)
           COMPUTE WS-XE-POS = WS-XE-POS + 1
       END-PERFORM
       MOVE 1 TO WS-XE-POS
       PERFORM UNTIL WS-XE-POS > WS-MAX-ROWS
           MOVE 0 TO WS-EDGE-E(WS-XE-POS)
           MOVE 0 TO WS-EDGE-W(WS-XE-POS)
           COMPUTE WS-XE-POS = WS-XE-POS + 1
       END-PERFORM
       COMPUTE WS-XF-ZONE-START = WS-XF-COUNT + 1
       MOVE 0 TO WS-XF-CUR

       MOVE WS-INPUT-FILE TO WS-ADJ-KEY
       PERFORM 6340-FIND-ADJ-ENTRY
       MOVE 1 TO WS-SIDE
       PERFORM UNTIL WS-SIDE > 4
           MOVE "N" TO WS-ZN-STITCHED(WS-SIDE)
           MOVE SPACES TO WS-ZN-REASON(WS-SIDE)
           IF WS-ADJ-FOUND > 0 THEN
               MOVE WS-ADJ-TSIDE(WS-ADJ-FOUND, WS-SIDE)
                    TO WS-ZN-NAME(WS-SIDE)
           ELSE
               MOVE SPACES TO WS-ZN-NAME(WS-SIDE)
           END-IF
           IF WS-ZN-NAME(WS-SIDE) not = SPACES THEN
               PERFORM 3160-LOAD-NEIGHBOUR-EDGE
           END-IF
           COMPUTE WS-SIDE = WS-SIDE + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 3160-LOAD-NEIGHBOUR-EDGE
*> Reads the neighbour on side WS-SIDE for the edge it shares with
*> this zone -- its last line for the north side, its first line for
*> the south, its first column for the east, its last column for
*> the west -- and, when that edge is as long as this zone's side
*> and all digits, moves it into the border row or column. Anything
*> else leaves the "10" sentinel in place and records why for the
*> report note.
*> ---------------------------------------------------------------
3160-LOAD-NEIGHBOUR-EDGE.
       MOVE WS-ZN-NAME(WS-SIDE) TO WS-NBR-FILE
       MOVE SPACES TO WS-NBR-EDGE
       MOVE 0 TO WS-NBR-EDGE-LEN
       MOVE 0 TO WS-NBR-ROWS
       MOVE "Y" TO WS-NBR-OK
       MOVE "N" TO WS-NBR-EOF
       OPEN INPUT NBR
       IF WS-NBR-STATUS not = "00" THEN
           MOVE "N" TO WS-NBR-OK
           MOVE "NEIGHBOUR EXTRACT NOT FOUND"
                TO WS-ZN-REASON(WS-SIDE)
       ELSE
           READ NBR
               AT END SET WS-NBR-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-NBR-DONE
               ADD 1 TO WS-NBR-ROWS
               PERFORM 3170-MEASURE-NBR-LINE
               IF WS-SIDE = 1 or
                  (WS-SIDE = 2 and WS-NBR-ROWS = 1) THEN
                   MOVE NBR-LINE TO WS-NBR-EDGE
                   MOVE WS-NBR-WIDTH TO WS-NBR-EDGE-LEN
               END-IF
               IF WS-SIDE > 2 and WS-NBR-ROWS not > 1000 THEN
                   MOVE WS-NBR-ROWS TO WS-NBR-EDGE-LEN
                   IF WS-SIDE = 3 THEN
                       MOVE NBR-LINE(1:1)
                            TO WS-NBR-EDGE(WS-NBR-ROWS:1)
                   ELSE
                       IF WS-NBR-WIDTH > 0 THEN
                           MOVE NBR-LINE(WS-NBR-WIDTH:1)
                                TO WS-NBR-EDGE(WS-NBR-ROWS:1)
                       END-IF
                   END-IF
               END-IF
               READ NBR
                   AT END SET WS-NBR-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE NBR
       END-IF

       IF WS-NBR-USABLE THEN
           IF WS-SIDE < 3 THEN
               MOVE WS-DATA-COLS TO WS-NBR-EXPECT
           ELSE
               MOVE WS-DATA-ROWS TO WS-NBR-EXPECT
           END-IF
           IF WS-NBR-ROWS = 0 THEN
               MOVE "N" TO WS-NBR-OK
               MOVE "NEIGHBOUR EXTRACT IS EMPTY"
                    TO WS-ZN-REASON(WS-SIDE)
           ELSE
               IF WS-NBR-ROWS > 1000 or
                  WS-NBR-EDGE-LEN not = WS-NBR-EXPECT THEN
                   MOVE "N" TO WS-NBR-OK
                   IF WS-SIDE > 2 THEN
                       MOVE WS-NBR-ROWS TO WS-NBR-EDGE-LEN
                   END-IF
                   MOVE WS-NBR-EDGE-LEN TO WS-NBR-LEN-ED
                   MOVE WS-NBR-EXPECT TO WS-NBR-EXPECT-ED
                   STRING "SHARED EDGE IS" SPACE WS-NBR-LEN-ED SPACE
                          "CELLS, EXPECTED" SPACE WS-NBR-EXPECT-ED
                          DELIMITED BY SIZE
                          INTO WS-ZN-REASON(WS-SIDE)
               END-IF
           END-IF
       END-IF

       IF WS-NBR-USABLE THEN
           MOVE 1 TO WS-NBR-POS
           PERFORM UNTIL WS-NBR-POS > WS-NBR-EDGE-LEN or
                         not WS-NBR-USABLE
               IF WS-NBR-EDGE(WS-NBR-POS:1) < "0" or
                  WS-NBR-EDGE(WS-NBR-POS:1) > "9" THEN
                   MOVE "N" TO WS-NBR-OK
                   MOVE "SHARED EDGE HAS A NON-DIGIT CELL"
                        TO WS-ZN-REASON(WS-SIDE)
               END-IF
               COMPUTE WS-NBR-POS = WS-NBR-POS + 1
           END-PERFORM
       END-IF

       IF WS-NBR-USABLE THEN
           MOVE 1 TO WS-NBR-POS
           PERFORM UNTIL WS-NBR-POS > WS-NBR-EDGE-LEN
               MOVE WS-SIDE TO WS-OPP-SIDE
               PERFORM 3180-LOCATE-EDGE-CELL
               MOVE WS-NBR-EDGE(WS-NBR-POS:1)
                    to WS-B(WS-XE-BROW, WS-XE-BCOL)
               MOVE WS-B(WS-XE-BROW, WS-XE-BCOL) to temp
               MOVE temp to WS-B(WS-XE-BROW, WS-XE-BCOL)
               COMPUTE WS-NBR-POS = WS-NBR-POS + 1
           END-PERFORM
           MOVE "Y" TO WS-ZN-STITCHED(WS-SIDE)
       END-IF.

*> ---------------------------------------------------------------
*> 3170-MEASURE-NBR-LINE
*> Scans back from the end of the neighbour's current line for its
*> last non-blank column, the same way 1000 sizes currLine.
*> ---------------------------------------------------------------
3170-MEASURE-NBR-LINE.
       MOVE 250 TO WS-SCAN-POS
       MOVE 0 TO WS-NBR-WIDTH
       PERFORM UNTIL WS-SCAN-POS = 0
           IF NBR-LINE(WS-SCAN-POS:1) not = SPACE THEN
               MOVE WS-SCAN-POS TO WS-NBR-WIDTH
               MOVE 0 TO WS-SCAN-POS
           ELSE
               SUBTRACT 1 FROM WS-SCAN-POS
           END-IF
       END-PERFORM.

*> ---------------------------------------------------------------
*> 3180-LOCATE-EDGE-CELL
*> For position WS-NBR-POS along side WS-OPP-SIDE (1 north, 2
*> south, 3 east, 4 west), sets WS-XE-ROW/COL to this zone's edge
*> cell there and WS-XE-BROW/BCOL to the border cell beyond it.
*> Positions run along the edge from the top or the left, so both
*> zones sharing an edge number it the same way.
*> ---------------------------------------------------------------
3180-LOCATE-EDGE-CELL.
       IF WS-OPP-SIDE < 3 THEN
           COMPUTE WS-XE-COL = WS-NBR-POS + 1
           MOVE WS-XE-COL TO WS-XE-BCOL
           IF WS-OPP-SIDE = 1 THEN
               MOVE 2 TO WS-XE-ROW
               MOVE 1 TO WS-XE-BROW
           ELSE
               COMPUTE WS-XE-ROW = NUM-ROWS - 1
               MOVE NUM-ROWS TO WS-XE-BROW
           END-IF
       ELSE
           COMPUTE WS-XE-ROW = WS-NBR-POS + 1
           MOVE WS-XE-ROW TO WS-XE-BROW
           IF WS-OPP-SIDE = 3 THEN
               COMPUTE WS-XE-COL = NUM-COLS - 1
               MOVE NUM-COLS TO WS-XE-BCOL
           ELSE
               MOVE 2 TO WS-XE-COL
               MOVE 1 TO WS-XE-BCOL
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 3190-WRITE-STITCH-NOTES
*> One report note per side that has a neighbour on file, saying
*> whether its edge was stitched and, when not, why -- right under
*> the zone's header with the registry notes.
*> ---------------------------------------------------------------
3190-WRITE-STITCH-NOTES.
       MOVE 1 TO WS-SIDE
       PERFORM UNTIL WS-SIDE > 4
           IF WS-ZN-NAME(WS-SIDE) not = SPACES THEN
               MOVE SPACES TO RPT-REC
               IF WS-ZN-STITCHED(WS-SIDE) = "Y" THEN
                   STRING "NOTE: STITCHED" SPACE DELIMITED BY SIZE
                          WS-SIDE-NAME(WS-SIDE) DELIMITED BY SPACE
                          SPACE "EDGE TO" SPACE
                          DELIMITED BY SIZE
                          WS-ZN-NAME(WS-SIDE) DELIMITED BY SPACE
                          INTO RPT-REC
               ELSE
                   STRING "NOTE:" SPACE DELIMITED BY SIZE
                          WS-SIDE-NAME(WS-SIDE) DELIMITED BY SPACE
                          SPACE "EDGE NOT STITCHED TO" SPACE
                          DELIMITED BY SIZE
                          WS-ZN-NAME(WS-SIDE) DELIMITED BY SPACE
                          ":" SPACE WS-ZN-REASON(WS-SIDE)
                          DELIMITED BY SIZE INTO RPT-REC
               END-IF
               WRITE RPT-REC
           END-IF
           COMPUTE WS-SIDE = WS-SIDE + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 3300-TRACE-EDGE-CONTACTS
*> After a stitched zone's scan, walks each stitched edge for runs
*> of cells open on both sides of the line (neither this zone's
*> edge cell nor the neighbour's cell beyond it a wall) and records
*> one contact per run against the fragment that owns it. A run no
*> flood of this zone reached drains to a low point over the line,
*> so it is flooded here as a headless fragment first.
*> ---------------------------------------------------------------
3300-TRACE-EDGE-CONTACTS.
       MOVE 1 TO WS-SIDE
       PERFORM UNTIL WS-SIDE > 4
           IF WS-ZN-STITCHED(WS-SIDE) = "Y" THEN
               IF WS-SIDE < 3 THEN
                   MOVE WS-DATA-COLS TO WS-XE-LEN
               ELSE
                   MOVE WS-DATA-ROWS TO WS-XE-LEN
               END-IF
               MOVE "N" TO WS-XE-PREV-OPEN
               MOVE 1 TO WS-NBR-POS
               PERFORM UNTIL WS-NBR-POS > WS-XE-LEN
                   MOVE WS-SIDE TO WS-OPP-SIDE
                   PERFORM 3180-LOCATE-EDGE-CELL
                   MOVE "N" TO WS-XE-OPEN
                   IF WS-B(WS-XE-ROW, WS-XE-COL) not = "09" and
                      WS-B(WS-XE-BROW, WS-XE-BCOL) not = "09" THEN
                       MOVE "Y" TO WS-XE-OPEN
                   END-IF
                   IF WS-XE-OPEN = "Y" and
                      WS-XE-PREV-OPEN = "N" THEN
                       PERFORM 3310-RECORD-CONTACT
                   END-IF
                   MOVE WS-XE-OPEN TO WS-XE-PREV-OPEN
                   COMPUTE WS-NBR-POS = WS-NBR-POS + 1
               END-PERFORM
           END-IF
           COMPUTE WS-SIDE = WS-SIDE + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 3310-RECORD-CONTACT
*> Records the contact for the run starting at WS-NBR-POS on side
*> WS-SIDE, flooding a headless fragment from the run's first cell
*> when no flood owns it yet. A cell some untracked flood already
*> swept (fragment table full) has no owner to record against.
*> ---------------------------------------------------------------
3310-RECORD-CONTACT.
       MOVE 0 TO WS-XE-FRAG
       IF WS-SIDE = 1 THEN
           MOVE WS-EDGE-N(WS-XE-COL) TO WS-XE-FRAG
       END-IF
       IF WS-SIDE = 2 THEN
           MOVE WS-EDGE-S(WS-XE-COL) TO WS-XE-FRAG
       END-IF
       IF WS-SIDE = 3 THEN
           MOVE WS-EDGE-E(WS-XE-ROW) TO WS-XE-FRAG
       END-IF
       IF WS-SIDE = 4 THEN
           MOVE WS-EDGE-W(WS-XE-ROW) TO WS-XE-FRAG
       END-IF

       IF WS-XE-FRAG = 0 and
          WS-VCOL(WS-XE-ROW, WS-XE-COL) = 0 THEN
           PERFORM 2110-OPEN-FRAGMENT
           IF WS-XF-CUR > 0 THEN
               MOVE WS-XE-ROW TO WS-BASIN-ROW
               MOVE WS-XE-COL TO WS-BASIN-COL
               PERFORM 2000-SIZE-BASIN
               IF WS-BASIN-SIZE > 0 and WS-XF-TOUCHED = "Y" THEN
                   PERFORM 2120-HOLD-FRAGMENT
                   MOVE 0 TO WS-XF-ROW(WS-XF-CUR)
                   MOVE 0 TO WS-XF-COL(WS-XF-CUR)
                   MOVE WS-XF-CUR TO WS-XE-FRAG
               END-IF
           END-IF
       END-IF

       IF WS-XE-FRAG > 0 THEN
           IF WS-XC-COUNT < 5000 THEN
               ADD 1 TO WS-XC-COUNT
               MOVE WS-XE-FRAG TO WS-XC-FRAG(WS-XC-COUNT)
               MOVE WS-INPUT-FILE TO WS-XC-ZONE(WS-XC-COUNT)
               MOVE WS-ZN-NAME(WS-SIDE) TO WS-XC-NBR(WS-XC-COUNT)
               MOVE WS-SIDE TO WS-XC-SIDE(WS-XC-COUNT)
               MOVE WS-NBR-POS TO WS-XC-POS(WS-XC-COUNT)
               ADD 1 TO WS-XF-CONTACTS(WS-XE-FRAG)
           ELSE
               DISPLAY "MAIN8: CROSS-ZONE CONTACT TABLE FULL, EDGE "
                       "NOT STITCHED: " WS-INPUT-FILE(1:40)
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 3350-RELEASE-UNCONTACTED
*> A fragment of this zone that met nothing open across the line
*> is a whole basin after all: an anchored one is written to
*> 9BASIN.dat now, a headless one is dropped. When none of the
*> zone's fragments kept a contact their slots are given back.
*> ---------------------------------------------------------------
3350-RELEASE-UNCONTACTED.
       MOVE "N" TO WS-XE-OPEN
       MOVE WS-XF-ZONE-START TO WS-XF-IDX
       PERFORM UNTIL WS-XF-IDX > WS-XF-COUNT
           IF WS-XF-CONTACTS(WS-XF-IDX) = 0 THEN
               IF WS-XF-ROW(WS-XF-IDX) > 0 THEN
                   PERFORM 2130-WRITE-HELD-BASIN
               ELSE
                   MOVE "D" TO WS-XF-STATE(WS-XF-IDX)
               END-IF
           ELSE
               MOVE "Y" TO WS-XE-OPEN
           END-IF
           COMPUTE WS-XF-IDX = WS-XF-IDX + 1
       END-PERFORM
       IF WS-XE-OPEN = "N" THEN
           COMPUTE WS-XF-COUNT = WS-XF-ZONE-START - 1
       END-IF.

*> ---------------------------------------------------------------
*> folded into the top-3 a second time on the resumed run, since
*> nothing would stop the second low point's flood from re-walking
*> cells the first low point's flood already counted. A missing or
*> out-of-range checkpoint is treated as "start fresh", and so is
*> every checkpoint on a stitched run.
*> ---------------------------------------------------------------
5000-LOAD-CHECKPOINT.
       MOVE 2 TO WS-CKPT-START-LINE
       STRING WS-INPUT-FILE DELIMITED BY SPACE ".CKPT"
              DELIMITED BY SIZE INTO WS-CKPT-FILE

       *> a stitched run always scores from the top (see the
       *> stitching notes in WORKING-STORAGE)
       MOVE "99" TO WS-CKPT-STATUS
       IF not WS-IS-STITCHED THEN
           OPEN INPUT CKPT
       END-IF
       IF WS-CKPT-STATUS = "00" THEN
           READ CKPT
               AT END CONTINUE
           CLOSE DIST
       END-IF.

*> ---------------------------------------------------------------
*> 6320-LOAD-ADJACENCY
*> Loads 9ADJ.dat into the adjacency table for a stitched run and
*> fills in the reverse of every pairing it names. Without the file
*> there is nothing to stitch to, so the run carries on unstitched
*> with a message.
*> ---------------------------------------------------------------
6320-LOAD-ADJACENCY.
       OPEN INPUT ADJ
       IF WS-ADJ-STATUS not = "00" THEN
           DISPLAY "MAIN8: NO ZONE ADJACENCY FILE 9ADJ.dat, "
                   "ZONES SCORED UNSTITCHED"
           MOVE "N" TO WS-STITCH-SWITCH
       ELSE
           MOVE 0 TO WS-ADJ-COUNT
           MOVE "N" TO WS-ADJ-EOF
           READ ADJ
               AT END SET WS-ADJ-DONE TO TRUE
           END-READ
           PERFORM UNTIL WS-ADJ-DONE
               IF WS-ADJ-COUNT < 500 THEN
                   ADD 1 TO WS-ADJ-COUNT
                   MOVE ADJ-ZONE TO WS-ADJ-TZONE(WS-ADJ-COUNT)
                   MOVE ADJ-NORTH TO WS-ADJ-TSIDE(WS-ADJ-COUNT, 1)
                   MOVE ADJ-SOUTH TO WS-ADJ-TSIDE(WS-ADJ-COUNT, 2)
                   MOVE ADJ-EAST TO WS-ADJ-TSIDE(WS-ADJ-COUNT, 3)
                   MOVE ADJ-WEST TO WS-ADJ-TSIDE(WS-ADJ-COUNT, 4)
               ELSE
                   DISPLAY "MAIN8: ADJACENCY ENTRY DROPPED, "
                           "TABLE FULL: " ADJ-ZONE
               END-IF
               READ ADJ
                   AT END SET WS-ADJ-DONE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ADJ
           PERFORM 6330-LINK-REVERSE-SIDES
       END-IF.

*> ---------------------------------------------------------------
*> 6330-LINK-REVERSE-SIDES
*> For every side an entry names a neighbour on, points the
*> neighbour's opposite side back at the entry when the neighbour
*> left it blank, opening an entry for a neighbour that has none.
*> A side the neighbour already names is left as keyed.
*> ---------------------------------------------------------------
6330-LINK-REVERSE-SIDES.
       MOVE 1 TO WS-ADJ-IDX
       PERFORM UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
           MOVE 1 TO WS-SIDE
           PERFORM UNTIL WS-SIDE > 4
               IF WS-ADJ-TSIDE(WS-ADJ-IDX, WS-SIDE) not = SPACES THEN
                   PERFORM 4068-OPPOSITE-SIDE
                   MOVE WS-ADJ-TSIDE(WS-ADJ-IDX, WS-SIDE)
                        TO WS-ADJ-KEY
                   PERFORM 6340-FIND-ADJ-ENTRY
                   IF WS-ADJ-FOUND = 0 and WS-ADJ-COUNT < 500 THEN
                       ADD 1 TO WS-ADJ-COUNT
                       MOVE WS-ADJ-COUNT TO WS-ADJ-FOUND
                       MOVE WS-ADJ-KEY TO WS-ADJ-TZONE(WS-ADJ-FOUND)
                       MOVE SPACES TO WS-ADJ-TSIDE(WS-ADJ-FOUND, 1)
                       MOVE SPACES TO WS-ADJ-TSIDE(WS-ADJ-FOUND, 2)
                       MOVE SPACES TO WS-ADJ-TSIDE(WS-ADJ-FOUND, 3)
                       MOVE SPACES TO WS-ADJ-TSIDE(WS-ADJ-FOUND, 4)
                   END-IF
                   IF WS-ADJ-FOUND > 0 THEN
                       IF WS-ADJ-TSIDE(WS-ADJ-FOUND, WS-OPP-SIDE)
                          = SPACES THEN
                           MOVE WS-ADJ-TZONE(WS-ADJ-IDX)
                            TO WS-ADJ-TSIDE(WS-ADJ-FOUND, WS-OPP-SIDE)
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-SIDE = WS-SIDE + 1
           END-PERFORM
           COMPUTE WS-ADJ-IDX = WS-ADJ-IDX + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 6340-FIND-ADJ-ENTRY
*> Looks WS-ADJ-KEY up in the adjacency table; WS-ADJ-FOUND is its
*> slot, or zero when it has no entry.
*> ---------------------------------------------------------------
6340-FIND-ADJ-ENTRY.
       MOVE 0 TO WS-ADJ-FOUND
       MOVE 1 TO WS-ADJ-SCAN
       PERFORM UNTIL WS-ADJ-SCAN > WS-ADJ-COUNT
           IF WS-ADJ-TZONE(WS-ADJ-SCAN) = WS-ADJ-KEY THEN
               MOVE WS-ADJ-SCAN TO WS-ADJ-FOUND
               MOVE WS-ADJ-COUNT TO WS-ADJ-SCAN
           END-IF
           COMPUTE WS-ADJ-SCAN = WS-ADJ-SCAN + 1
       END-PERFORM.

*> ---------------------------------------------------------------
*> 6350-CHECK-RUN-CONTROL
*> Refuses a duplicate same-day scoring of WS-RUNCTL-NAME: if the
*> loaded ahead and there is no in-memory ceiling on how many
*> zones the registry holds. A file that won't open leaves
*> WS-ZREG-PRESENT off, which switches every registry check and
*> rewrite off with it. The registry is never rewritten without
*> its before-images: when 9REGBI.dat won't open the registry is
*> closed again and the run scores without it, with a console
*> warning and the warning return code. A partition can't score
*> without its share of the night's postings -- a registry that is
*> there but won't open (a sibling partition holding it, say) or
*> before-images that won't open stop it with 16 before its control
*> totals are written, and the merge refuses the night.
*> ---------------------------------------------------------------
6500-OPEN-REGISTRY.
       OPEN I-O ZREG
       IF WS-ZREG-STATUS not = "00" THEN
           MOVE "N" TO WS-ZREG-PRESENT-SWITCH
           IF WS-IS-PART and WS-ZREG-STATUS not = "35" THEN
               DISPLAY "MAIN8: PARTITION " WS-PART-NUM " CANNOT OPEN "
                       "9ZONES.idx STATUS " WS-ZREG-STATUS
               PERFORM 6790-STOP-PARTITION
           END-IF
       ELSE
           SET WS-ZREG-PRESENT TO TRUE
           PERFORM 6510-OPEN-BEFORE-IMAGES
           IF WS-RBI-OPEN = 0 THEN
               CLOSE ZREG
               MOVE "N" TO WS-ZREG-PRESENT-SWITCH
               IF WS-IS-PART THEN
                   DISPLAY "MAIN8: PARTITION " WS-PART-NUM " CANNOT "
                           "OPEN 9REGBI.P" WS-PART-NUM ".dat STATUS "
                           WS-RBI-STATUS
                   PERFORM 6790-STOP-PARTITION
               END-IF
               DISPLAY "MAIN8: REGISTRY NOT UPDATED, 9REGBI.dat "
                       "STATUS " WS-RBI-STATUS " -- NO BEFORE-IMAGES"
               IF WS-MAX-RC < 4 THEN
                   MOVE 4 TO WS-MAX-RC
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 6510-OPEN-BEFORE-IMAGES
*> Opens the before-image file named in WS-RBI-OUT-FILE for append.
*> OPEN EXTEND requires the file to already exist -- the very first
*> run anywhere creates it.
*> ---------------------------------------------------------------
6510-OPEN-BEFORE-IMAGES.
       OPEN EXTEND REGBI
       IF WS-RBI-STATUS not = "00" THEN
           OPEN OUTPUT REGBI
           CLOSE REGBI
           OPEN EXTEND REGBI
       END-IF
       IF WS-RBI-STATUS = "00" THEN
           MOVE 1 TO WS-RBI-OPEN
       END-IF.

*> ---------------------------------------------------------------
*> Checks the zone's scored total against its normal range from the
*> registry, then rewrites the zone's record in place with the
*> day's figures -- the keyed READ in 6550 left it current in
*> ZREG-REC and nothing else touches the file in between. The
*> figures being replaced are saved as a before-image first.
*> ---------------------------------------------------------------
6650-RECONCILE-TOTAL.
       IF WS-ZR-FOUND > 0 THEN
                      DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           PERFORM 6660-SAVE-BEFORE-IMAGE
           MOVE WS-RUN-DATE TO ZREG-LAST-DATE
           MOVE WS-LP-COUNT TO ZREG-LAST-LP
           MOVE Total TO ZREG-LAST-TOTAL
           END-REWRITE
       END-IF.

*> ---------------------------------------------------------------
*> 6660-SAVE-BEFORE-IMAGE
*> Appends the zone's registry figures, as they stand before 6650
*> overwrites them, to the before-image file under this run's date,
*> time, and name.
*> ---------------------------------------------------------------
6660-SAVE-BEFORE-IMAGE.
       IF WS-RBI-OPEN = 1 THEN
           MOVE SPACES TO RBI-REC
           MOVE WS-RUN-DATE TO RBI-RUN-DATE
           MOVE WS-RUN-TIME TO RBI-RUN-TIME
           MOVE WS-RUNCTL-NAME TO RBI-RUN-NAME
           MOVE ZREG-NAME TO RBI-ZONE
           MOVE ZREG-LAST-DATE TO RBI-LAST-DATE
           MOVE ZREG-LAST-LP TO RBI-LAST-LP
           MOVE ZREG-LAST-TOTAL TO RBI-LAST-TOTAL
           WRITE RBI-REC
       END-IF.

*> ---------------------------------------------------------------
*> 6700-OPEN-LP-HISTORY
*> Opens the indexed 9LPHIST.idx low-point master I-O for the run.
*> A master that isn't there yet is created empty and reopened --
*> the first run at a site starts the history. One that still
*> won't open leaves WS-LPH-PRESENT off and the run scores without
*> posting history, with a console warning. An open master has its
*> before-image file opened alongside it, and is closed again
*> unposted, with the same warning and the warning return code,
*> when 9LPHBI.dat won't open -- the history is never posted
*> without its before-images. A partition stops with 16 instead,
*> as 6500 explains.
*> ---------------------------------------------------------------
6700-OPEN-LP-HISTORY.
       OPEN I-O LPHIST
       IF WS-LPH-STATUS = "35" THEN
           OPEN OUTPUT LPHIST
           CLOSE LPHIST
           OPEN I-O LPHIST
       END-IF
       IF WS-LPH-STATUS not = "00" THEN
           MOVE "N" TO WS-LPH-PRESENT-SWITCH
           IF WS-IS-PART THEN
               DISPLAY "MAIN8: PARTITION " WS-PART-NUM " CANNOT OPEN "
                       "9LPHIST.idx STATUS " WS-LPH-STATUS
               PERFORM 6790-STOP-PARTITION
           END-IF
           DISPLAY "MAIN8: LOW-POINT HISTORY NOT POSTED, 9LPHIST.idx "
                   "STATUS " WS-LPH-STATUS
       ELSE
           SET WS-LPH-PRESENT TO TRUE
           PERFORM 6720-OPEN-LP-BEFORE-IMAGES
           IF WS-LBI-OPEN = 0 THEN
               CLOSE LPHIST
               MOVE "N" TO WS-LPH-PRESENT-SWITCH
               IF WS-IS-PART THEN
                   DISPLAY "MAIN8: PARTITION " WS-PART-NUM " CANNOT "
                           "OPEN 9LPHBI.P" WS-PART-NUM ".dat STATUS "
                           WS-LBI-STATUS
                   PERFORM 6790-STOP-PARTITION
               END-IF
               DISPLAY "MAIN8: LOW-POINT HISTORY NOT POSTED, "
                       "9LPHBI.dat STATUS " WS-LBI-STATUS
                       " -- NO BEFORE-IMAGES"
               IF WS-MAX-RC < 4 THEN
                   MOVE 4 TO WS-MAX-RC
               END-IF
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 6720-OPEN-LP-BEFORE-IMAGES
*> Opens the history before-image file named in WS-LBI-OUT-FILE
*> for append, creating it the first time, as 6510 does for the
*> registry's.
*> ---------------------------------------------------------------
6720-OPEN-LP-BEFORE-IMAGES.
       OPEN EXTEND LPHBI
       IF WS-LBI-STATUS not = "00" THEN
           OPEN OUTPUT LPHBI
           CLOSE LPHBI
           OPEN EXTEND LPHBI
       END-IF
       IF WS-LBI-STATUS = "00" THEN
           MOVE 1 TO WS-LBI-OPEN
       END-IF.

*> ---------------------------------------------------------------
*> 6730-SAVE-LP-BEFORE-IMAGE
*> Appends LPH-REC as it stands to the history before-image file
*> under this run's date, time, and name, with the action in
*> WS-LBI-ACTION -- "A" for a point about to be added, "C" for one
*> about to be rewritten or closed.
*> ---------------------------------------------------------------
6730-SAVE-LP-BEFORE-IMAGE.
       IF WS-LBI-OPEN = 1 THEN
           MOVE SPACES TO LBI-REC
           MOVE WS-RUN-DATE TO LBI-RUN-DATE
           MOVE WS-RUN-TIME TO LBI-RUN-TIME
           MOVE WS-RUNCTL-NAME TO LBI-RUN-NAME
           MOVE WS-LBI-ACTION TO LBI-ACTION
           MOVE LPH-REC TO LBI-IMAGE
           WRITE LBI-REC
       END-IF.

*> ---------------------------------------------------------------
*> 6710-POST-LOW-POINT
*> Posts the low point the scan is sitting on (this zone,
*> lineCounter/charCounter, depth in temp, remediation flag in
*> WS-LPH-REMED-FLAG) to the history master. A point not on file
*> is added as first seen tonight. A point already on file carries
*> its last-seen date forward to tonight: an open point counts one
*> more consecutive night, a closed one reopens with a fresh spell.
*> A second pass on the same night (a forced rerun, or a resumed
*> scan re-walking a row) refreshes the figures without counting
*> the night twice. Either way a before-image is saved first.
*> ---------------------------------------------------------------
6710-POST-LOW-POINT.
       MOVE WS-INPUT-FILE TO LPH-ZONE
       MOVE lineCounter TO LPH-ROW
       MOVE charCounter TO LPH-COL
       MOVE 1 TO WS-LPH-FOUND
       READ LPHIST
           INVALID KEY MOVE 0 TO WS-LPH-FOUND
       END-READ

       IF WS-LPH-FOUND = 0 THEN
           MOVE WS-INPUT-FILE TO LPH-ZONE
           MOVE lineCounter TO LPH-ROW
           MOVE charCounter TO LPH-COL
           MOVE WS-RUN-DATE TO LPH-FIRST-DATE
           MOVE WS-RUN-DATE TO LPH-OPEN-DATE
           MOVE WS-RUN-DATE TO LPH-LAST-DATE
           MOVE 1 TO LPH-CONSEC
           MOVE temp TO LPH-DEEPEST
           MOVE temp TO LPH-LAST-DEPTH
           MOVE WS-LPH-REMED-FLAG TO LPH-REMED
           MOVE "O" TO LPH-STATUS
           MOVE 0 TO LPH-CLOSED-DATE
           MOVE "A" TO WS-LBI-ACTION
           PERFORM 6730-SAVE-LP-BEFORE-IMAGE
           WRITE LPH-REC
               INVALID KEY DISPLAY "MAIN8: LOW-POINT HISTORY ADD "
                   "FAILED FOR " WS-INPUT-FILE(1:40)
           END-WRITE
       ELSE
           MOVE "C" TO WS-LBI-ACTION
           PERFORM 6730-SAVE-LP-BEFORE-IMAGE
           IF LPH-LAST-DATE not = WS-RUN-DATE THEN
               IF LPH-STATUS = "O" THEN
                   ADD 1 TO LPH-CONSEC
               ELSE
                   MOVE "O" TO LPH-STATUS
                   MOVE WS-RUN-DATE TO LPH-OPEN-DATE
                   MOVE 1 TO LPH-CONSEC
                   MOVE 0 TO LPH-CLOSED-DATE
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO LPH-LAST-DATE
           MOVE temp TO LPH-LAST-DEPTH
           IF temp > LPH-DEEPEST THEN
               MOVE temp TO LPH-DEEPEST
           END-IF
           MOVE WS-LPH-REMED-FLAG TO LPH-REMED
           REWRITE LPH-REC
               INVALID KEY DISPLAY "MAIN8: LOW-POINT HISTORY "
                   "REWRITE FAILED FOR " WS-INPUT-FILE(1:40)
           END-REWRITE
       END-IF.

*> ---------------------------------------------------------------
*> 6750-CLOSE-UNSEEN-POINTS
*> Once the zone has scored, walks its slice of the history master
*> (every key from this zone's row 0, column 0 up to the next zone)
*> and closes each open point the scan did not see tonight. Same
*> resume caution as 6470: on a resumed run the rows before the
*> resume row were not rescanned, so an open point above it is
*> left alone rather than closed on a scan that never looked. Each
*> point closed has its before-image saved first, and the count
*> closed is noted under the zone's details.
*> ---------------------------------------------------------------
6750-CLOSE-UNSEEN-POINTS.
       MOVE 0 TO WS-LPH-CLOSED
       MOVE "N" TO WS-LPH-EOF
       MOVE WS-INPUT-FILE TO LPH-ZONE
       MOVE 0 TO LPH-ROW
       MOVE 0 TO LPH-COL
       START LPHIST KEY IS >= LPH-KEY
           INVALID KEY SET WS-LPH-DONE TO TRUE
       END-START

       IF not WS-LPH-DONE THEN
           READ LPHIST NEXT RECORD
               AT END SET WS-LPH-DONE TO TRUE
           END-READ
       END-IF
       PERFORM UNTIL WS-LPH-DONE
           IF LPH-ZONE not = WS-INPUT-FILE THEN
               SET WS-LPH-DONE TO TRUE
           ELSE
               IF LPH-STATUS = "O" and
                  LPH-LAST-DATE not = WS-RUN-DATE and
                  not (WS-IS-RESUMED and
                       LPH-ROW < WS-CKPT-START-LINE) THEN
                   MOVE "C" TO WS-LBI-ACTION
                   PERFORM 6730-SAVE-LP-BEFORE-IMAGE
                   MOVE "C" TO LPH-STATUS
                   MOVE WS-RUN-DATE TO LPH-CLOSED-DATE
                   REWRITE LPH-REC
                       INVALID KEY DISPLAY "MAIN8: LOW-POINT "
                           "HISTORY CLOSE FAILED FOR "
                           WS-INPUT-FILE(1:40)
                   END-REWRITE
                   ADD 1 TO WS-LPH-CLOSED
               END-IF
               READ LPHIST NEXT RECORD
                   AT END SET WS-LPH-DONE TO TRUE
               END-READ
           END-IF
       END-PERFORM

       IF WS-LPH-CLOSED > 0 THEN
           MOVE WS-LPH-CLOSED TO WS-LPH-CLOSED-ED
           MOVE SPACES TO RPT-REC
           STRING "LOW POINTS CLOSED IN HISTORY:" SPACE
                  WS-LPH-CLOSED-ED
                  DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
       END-IF.

*> ---------------------------------------------------------------
*> 6790-STOP-PARTITION
*> Ends a partition that can't post its share of the night, before
*> anything is scored or its control totals written: the registry
*> and its before-images are closed if 6500 got them open, and the
*> run stops with 16.
*> ---------------------------------------------------------------
6790-STOP-PARTITION.
       IF WS-ZREG-PRESENT THEN
           CLOSE ZREG
       END-IF
       IF WS-RBI-OPEN = 1 THEN
           CLOSE REGBI
       END-IF
       MOVE 16 TO RETURN-CODE
       STOP RUN.

*> ---------------------------------------------------------------
*> 6800-LOAD-THRESHOLDS
*> Reads the optional 9THRESH.dat limits into WS-THR-TABLE. The
              DELIMITED BY SIZE INTO BAS-REC
       WRITE BAS-REC.

*> ---------------------------------------------------------------
*> 2110-OPEN-FRAGMENT
*> On a stitched run, readies the next fragment slot ahead of a
*> flood so 2060 can stamp the stitched edge cells it reaches. The
*> slot only becomes a fragment if the flood touches a stitched
*> edge and 2120 holds it; otherwise it is reused by the next
*> flood. With the table full the flood goes untracked and its
*> basin is written unstitched, as on an ordinary run.
*> ---------------------------------------------------------------
2110-OPEN-FRAGMENT.
       MOVE "N" TO WS-XF-TOUCHED
       IF WS-XF-COUNT < 2000 THEN
           COMPUTE WS-XF-CUR = WS-XF-COUNT + 1
       ELSE
           MOVE 0 TO WS-XF-CUR
           DISPLAY "MAIN8: CROSS-ZONE FRAGMENT TABLE FULL, BASIN "
                   "WRITTEN UNSTITCHED: " WS-INPUT-FILE(1:40)
       END-IF.

*> ---------------------------------------------------------------
*> 2120-HOLD-FRAGMENT
*> Takes the slot 2110 readied as a held fragment of the current
*> zone: the anchoring low point (lineCounter/charCounter -- the
*> headless caller zeroes these afterwards), the flood's size and
*> bounding box, no contacts yet, and its own group.
*> ---------------------------------------------------------------
2120-HOLD-FRAGMENT.
       MOVE WS-XF-CUR TO WS-XF-COUNT
       MOVE WS-INPUT-FILE TO WS-XF-ZONE(WS-XF-CUR)
       MOVE lineCounter TO WS-XF-ROW(WS-XF-CUR)
       MOVE charCounter TO WS-XF-COL(WS-XF-CUR)
       MOVE WS-BASIN-SIZE TO WS-XF-SIZE(WS-XF-CUR)
       MOVE WS-BASIN-MIN-ROW TO WS-XF-MIN-ROW(WS-XF-CUR)
       MOVE WS-BASIN-MAX-ROW TO WS-XF-MAX-ROW(WS-XF-CUR)
       MOVE WS-BASIN-MIN-COL TO WS-XF-MIN-COL(WS-XF-CUR)
       MOVE WS-BASIN-MAX-COL TO WS-XF-MAX-COL(WS-XF-CUR)
       MOVE 0 TO WS-XF-CONTACTS(WS-XF-CUR)
       MOVE WS-XF-CUR TO WS-XF-PARENT(WS-XF-CUR)
       MOVE 0 TO WS-XF-ROOT(WS-XF-CUR)
       MOVE "H" TO WS-XF-STATE(WS-XF-CUR).

*> ---------------------------------------------------------------
*> 2130-WRITE-HELD-BASIN
*> Writes held fragment WS-XF-IDX out as an ordinary 9BASIN.dat
*> record after all -- same layout as 2100, with the anchor, size,
*> and bounding box taken from the fragment table since the zone
*> that flooded it may be long gone -- and marks it written.
*> ---------------------------------------------------------------
2130-WRITE-HELD-BASIN.
       ADD 1 TO WS-BASIN-ID
       MOVE WS-BASIN-ID TO WS-BASIN-ID-ED
       MOVE WS-XF-ROW(WS-XF-IDX) TO WS-BAS-ROW-ED
       MOVE WS-XF-COL(WS-XF-IDX) TO WS-BAS-COL-ED
       MOVE WS-XF-SIZE(WS-XF-IDX) TO WS-BASIN-SIZE-ED
       MOVE WS-XF-MIN-ROW(WS-XF-IDX) TO WS-BAS-MIN-ROW-ED
       MOVE WS-XF-MAX-ROW(WS-XF-IDX) TO WS-BAS-MAX-ROW-ED
       MOVE WS-XF-MIN-COL(WS-XF-IDX) TO WS-BAS-MIN-COL-ED
       MOVE WS-XF-MAX-COL(WS-XF-IDX) TO WS-BAS-MAX-COL-ED
       MOVE SPACES TO BAS-REC
       STRING "BASIN:" SPACE WS-BASIN-ID-ED SPACE
              "ZONE:" DELIMITED BY SIZE
              SPACE DELIMITED BY SIZE
              WS-XF-ZONE(WS-XF-IDX) DELIMITED BY SPACE
              SPACE DELIMITED BY SIZE
              "ROW:" SPACE WS-BAS-ROW-ED SPACE
              "COL:" SPACE WS-BAS-COL-ED SPACE
              "SIZE:" SPACE WS-BASIN-SIZE-ED SPACE
              "ROWS:" SPACE WS-BAS-MIN-ROW-ED SPACE "-" SPACE
              WS-BAS-MAX-ROW-ED SPACE
              "COLS:" SPACE WS-BAS-MIN-COL-ED SPACE "-" SPACE
              WS-BAS-MAX-COL-ED
              DELIMITED BY SIZE INTO BAS-REC
       WRITE BAS-REC
       MOVE "W" TO WS-XF-STATE(WS-XF-IDX).

*> ---------------------------------------------------------------
*> 2150-WRITE-INTF-DETAIL
*> One pipe-delimited "D" record per low point for the downstream
*> it, unless it has already been visited or it is a wall cell.
*> ---------------------------------------------------------------
2050-PUSH-IF-NEW.
       *> the border row and column are never part of this zone --
       *> on a stitched side they hold the neighbour's real digits,
       *> so the sentinel alone can no longer keep the flood inside
       IF WS-PUSH-ROW > 1 and WS-PUSH-ROW < NUM-ROWS and
          WS-PUSH-COL > 1 and WS-PUSH-COL < NUM-COLS and
          WS-VCOL(WS-PUSH-ROW, WS-PUSH-COL) = 0 and
          WS-B(WS-PUSH-ROW, WS-PUSH-COL) not = "09" and
          WS-B(WS-PUSH-ROW, WS-PUSH-COL) not = "10" THEN
           MOVE 1 TO WS-VCOL(WS-PUSH-ROW, WS-PUSH-COL)
           IF WS-PUSH-COL > WS-BASIN-MAX-COL THEN
               MOVE WS-PUSH-COL TO WS-BASIN-MAX-COL
           END-IF
           IF WS-IS-STITCHED and WS-XF-CUR > 0 THEN
               PERFORM 2060-MARK-EDGE-CELL
           END-IF
       END-IF.

*> ---------------------------------------------------------------
*> 2060-MARK-EDGE-CELL
*> On a stitched run, records the fragment being flooded
*> (WS-XF-CUR) as the owner of the cell just counted when that cell
*> lies on a stitched edge, and notes that the flood touched one.
*> A one-row or one-column zone's cell can sit on two edges at once,
*> so each side is checked on its own.
*> ---------------------------------------------------------------
2060-MARK-EDGE-CELL.
       IF WS-PUSH-ROW = 2 and WS-ZN-STITCHED(1) = "Y" THEN
           MOVE WS-XF-CUR TO WS-EDGE-N(WS-PUSH-COL)
           MOVE "Y" TO WS-XF-TOUCHED
       END-IF
       IF WS-PUSH-ROW = NUM-ROWS - 1 and
          WS-ZN-STITCHED(2) = "Y" THEN
           MOVE WS-XF-CUR TO WS-EDGE-S(WS-PUSH-COL)
           MOVE "Y" TO WS-XF-TOUCHED
       END-IF
       IF WS-PUSH-COL = NUM-COLS - 1 and
          WS-ZN-STITCHED(3) = "Y" THEN
           MOVE WS-XF-CUR TO WS-EDGE-E(WS-PUSH-ROW)
           MOVE "Y" TO WS-XF-TOUCHED
       END-IF
       IF WS-PUSH-COL = 2 and WS-ZN-STITCHED(4) = "Y" THEN
           MOVE WS-XF-CUR TO WS-EDGE-W(WS-PUSH-ROW)
           MOVE "Y" TO WS-XF-TOUCHED
       END-IF.

*> ---------------------------------------------------------------
*> 8000-CATALOG-GENERATIONS
*> End-of-run preservation of the outputs just written: copies the
*> report, basin inventory, and interface extract to their dated
*> generation names, and the exception file too when this run wrote
*> one (it goes uncounted in the catalog line; a run that checked no
*> thresholds leaves no exception generation, so an earlier same-day
*> run's is removed rather than left to stand for this one),
*> replaces any catalog entry already carrying
*> this run date (a rerun owns its date), appends the new entry,
*> purges the oldest generations past the retention count down to
*> the first one dated in the previous calendar month, and
*> rewrites the catalog.
*> ---------------------------------------------------------------
8000-CATALOG-GENERATIONS.
       PERFORM 8200-COPY-ONE-OUTPUT
       MOVE WS-GEN-COPY-RECS TO WS-GEN-INTF-RECS(WS-GEN-COUNT)

       PERFORM 8280-BUILD-EXC-GEN-NAME
       IF WS-THR-PRESENT or WS-MRG-HAS-EXC THEN
           MOVE "9EXCEPT.dat" TO WS-GENIN-FILE
           MOVE WS-GEN-PURGE-NAME TO WS-GENOUT-FILE
           PERFORM 8200-COPY-ONE-OUTPUT
       ELSE
           PERFORM 8350-DELETE-GEN-FILE
       END-IF

       MOVE WS-RUN-DATE(1:4) TO WS-GEN-KEEP-YEAR
       MOVE WS-RUN-DATE(5:2) TO WS-GEN-KEEP-MONTH
       IF WS-GEN-KEEP-MONTH = 1 THEN
           MOVE 12 TO WS-GEN-KEEP-MONTH
           SUBTRACT 1 FROM WS-GEN-KEEP-YEAR
       ELSE
           SUBTRACT 1 FROM WS-GEN-KEEP-MONTH
       END-IF
       COMPUTE WS-GEN-KEEP-FROM = WS-GEN-KEEP-YEAR * 10000
           + WS-GEN-KEEP-MONTH * 100 + 1
       MOVE "N" TO WS-GEN-KEPT-SWITCH
       PERFORM UNTIL WS-GEN-COUNT <= WS-GEN-RETAIN or WS-GEN-ALL-KEPT
           PERFORM 8300-PURGE-OLDEST
       END-PERFORM

       END-IF.

*> ---------------------------------------------------------------
*> 8250/8260/8270/8280 -- the generation names for one run date,
*> built from WS-GEN-PURGE-DATE so the purge can rebuild the names
*> of a generation it is deleting the same way the copy built them.
*> ---------------------------------------------------------------
8250-BUILD-RPT-GEN-NAME.
       IF WS-GEN-PURGE-DATE = 0 THEN
              DELIMITED BY SIZE INTO WS-GEN-PURGE-NAME
       MOVE 0 TO WS-GEN-PURGE-DATE.

8280-BUILD-EXC-GEN-NAME.
       IF WS-GEN-PURGE-DATE = 0 THEN
           MOVE WS-RUN-DATE TO WS-GEN-PURGE-DATE
       END-IF
       MOVE SPACES TO WS-GEN-PURGE-NAME
       STRING "9EXCEPT." WS-GEN-PURGE-DATE ".dat"
              DELIMITED BY SIZE INTO WS-GEN-PURGE-NAME
       MOVE 0 TO WS-GEN-PURGE-DATE.

*> ---------------------------------------------------------------
*> 8300-PURGE-OLDEST
*> Finds the oldest catalog entry, deletes its generation files
*> (the exception one may never have been written) from disk, and
*> closes its slot out of the table. The catalog is written in run
*> order so entry 1 is normally the oldest, but the dates are
*> compared anyway. An oldest entry dated on or after
*> WS-GEN-KEEP-FROM means everything left is in the current or
*> previous month -- nothing is purged and the loop is told to stop.
*> ---------------------------------------------------------------
8300-PURGE-OLDEST.
       MOVE 1 TO WS-GEN-IDX
           COMPUTE WS-GEN-SCAN = WS-GEN-SCAN + 1
       END-PERFORM

       IF WS-GEN-DATE(WS-GEN-IDX) >= WS-GEN-KEEP-FROM THEN
           SET WS-GEN-ALL-KEPT TO TRUE
       ELSE
           MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-GEN-PURGE-DATE
           PERFORM 8250-BUILD-RPT-GEN-NAME
           PERFORM 8350-DELETE-GEN-FILE
           MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-GEN-PURGE-DATE
           PERFORM 8260-BUILD-BASIN-GEN-NAME
           PERFORM 8350-DELETE-GEN-FILE
           MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-GEN-PURGE-DATE
           PERFORM 8270-BUILD-INTF-GEN-NAME
           PERFORM 8350-DELETE-GEN-FILE
           MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-GEN-PURGE-DATE
           PERFORM 8280-BUILD-EXC-GEN-NAME
           PERFORM 8350-DELETE-GEN-FILE

           PERFORM 8150-DROP-GEN-ENTRY
       END-IF.

*> ---------------------------------------------------------------
*> 8350-DELETE-GEN-FILE
