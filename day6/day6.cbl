001700*                      past the warning threshold - so a limit
001710*                      is seen a quarter out instead of when a
001720*                      run stops or an extract drops a path
001721*   2026-10-15  init   new nearest-body query for transfer
001722*                      planning: a QUERYIN card with N in
001723*                      column 25 names a body class in column
001724*                      27 (and optionally a status in 29)
001725*                      instead of a to-object, and part-2 ranks
001726*                      every matching ORBITATT body by transfer
001727*                      count from query-from - ties listed at an
001728*                      equal rank, never broken - with the
001729*                      itinerary to the nearest, searching on
001730*                      over the ORBITLNK corridors when the
001731*                      system itself holds no match
001732*   2026-10-15  init   check every body against the CLASSRUL
001733*                      class-rules table (see clsrul.cpy) after
001734*                      the attribute reconciliation: a body whose
001735*                      class may not orbit its center's class, or
001736*                      whose status and its center's make a
001737*                      flagged combination, is listed on EXCPRPT
001738*                      with its severity, under its own count
001739*   2026-10-15  init   changes-only delta extract: when a DELTCTL
001740*                      control file is supplied, 7000 also writes
001741*                      ORBDELT - one A, C or D record per object
001742*                      added, re-centered, re-pathed, re-depthed,
001743*                      re-attributed or deleted since the
001744*                      generation last delivered, with before and
001745*                      after images, between a from/to-generation
001746*                      header and a trailer counted by action -
001747*                      diffed against EXTRBASE, the image of each
001748*                      object as last delivered; a broken chain
001749*                      tells the receiver to take the full ORBEXTR
001750*----------------------------------------------------------------
001751
001752 environment division.
001760 input-output section.
001770         file-control.
001780             select input-fd assign to 'ORBITMST'
002140                 file status is journal-status.
002150             select extract-fd assign to 'ORBEXTR'
002160                 organization is line sequential.
002161             select extract-base-fd assign to 'EXTRBASE'
002162                 organization is indexed
002163                 access mode is dynamic
002164                 record key is extract-base-key
002165                 file status is extract-base-file-status.
002166             select delta-fd assign to 'ORBDELT'
002167                 organization is line sequential.
002168             select delta-control-fd assign to 'DELTCTL'
002169                 organization is line sequential
002170                 file status is delta-control-status.
002171             select run-history-fd assign to 'RUNHIST'
002180                 organization is indexed
002190                 access mode is dynamic
002200                 record key is run-hist-key
002520                 file status is lock-override-status.
002530             select census-rpt assign to 'CENSRPT'
002540                 organization is line sequential.
002542             select class-rule-fd assign to 'CLASSRUL'
002544                 organization is line sequential
002546                 file status is class-rule-file-status.
002550
002560 data division.
002570 file section.
002840*        to-side may name another star system after query-to;
002850*        blank means query-to lives in query-system, so the
002860*        established single-system cards keep working unchanged.
002862*        A card with N in query-type asks instead for the
002864*        bodies of class query-class (of status query-status too,
002866*        when it is not blank) nearest query-from; its to-side
002868*        is left blank.
002870 01 query-record.
002880             05 query-system  pic X(2).
002890             05 filler        pic X(1).
002920             05 query-to      pic X(8).
002930             05 filler        pic X(1).
002940             05 query-to-system  pic X(2).
002941             05 filler        pic X(1).
002942             05 query-type    pic X(1).
002943                 88 nearest-query  value 'N'.
002944             05 filler        pic X(1).
002945             05 query-class   pic X(1).
002946             05 filler        pic X(1).
002947             05 query-status  pic X(1).
002950
002960 fd transfer-rpt.
002970 01 transfer-rpt-line  pic X(72).
003960             05 extract-trailer-id     pic X(1).
003970             05 extract-trailer-count  pic 9(9).
003980             05 extract-trailer-hash   pic 9(12).
003981
003982*        Changes-only companion to ORBEXTR, written by 7000 only
003983*        when a DELTCTL control file is supplied. Each system's
003984*        section opens with a header carrying the generation the
003985*        receiver last took (from-gen) and the one this run
003986*        delivers (to-gen) - each delta's from-gen is the last
003987*        one's to-gen, so a skipped generation shows - and the
003988*        mode: D changes only, F the chain is broken and the
003989*        receiver must take this run's full ORBEXTR instead (an
003990*        F section carries no details). One detail per object
003991*        added (A), changed (C: center, depth, root path or
003992*        attributes) or deleted (D), with the object's extract
003993*        values before and after - blank before an add, blank
003994*        after a delete - and a trailer counting each action.
003995 fd delta-fd.
003996 01 delta-header-record.
003997             05 delta-header-id        pic X(1).
003998             05 delta-header-system    pic X(2).
003999             05 delta-header-date      pic 9(8).
004000             05 delta-header-from-gen  pic 9(9).
004001             05 delta-header-to-gen    pic 9(9).
004002             05 delta-header-mode      pic X(1).
004003 01 delta-detail-record.
004004             05 delta-detail-id      pic X(1).
004005             05 delta-detail-action  pic X(1).
004006             05 delta-detail-object  pic X(8).
004007             05 delta-detail-before.
004008                 10 delta-detail-before-center  pic X(8).
004009                 10 delta-detail-before-depth   pic 9(9).
004010                 10 delta-detail-before-path    pic X(120).
004011                 10 delta-detail-before-name    pic X(20).
004012                 10 delta-detail-before-class   pic X(1).
004013                 10 delta-detail-before-status  pic X(1).
004014             05 delta-detail-after.
004015                 10 delta-detail-after-center   pic X(8).
004016                 10 delta-detail-after-depth    pic 9(9).
004017                 10 delta-detail-after-path     pic X(120).
004018                 10 delta-detail-after-name     pic X(20).
004019                 10 delta-detail-after-class    pic X(1).
004020                 10 delta-detail-after-status   pic X(1).
004021 01 delta-trailer-record.
004022             05 delta-trailer-id            pic X(1).
004023             05 delta-trailer-add-count     pic 9(9).
004024             05 delta-trailer-change-count  pic 9(9).
004025             05 delta-trailer-delete-count  pic 9(9).
004026             05 delta-trailer-count         pic 9(9).
004027
004028*        Each object's extract values as last delivered, keyed by
004029*        system and object - what ORBDELT is diffed against, and
004030*        brought up to every detail it writes.
004031 fd extract-base-fd.
004032 01 extract-base-record.
004033             05 extract-base-key.
004034                 10 extract-base-system  pic X(2).
004035                 10 extract-base-object  pic X(8).
004036             05 extract-base-data.
004037                 10 extract-base-center  pic X(8).
004038                 10 extract-base-depth   pic 9(9).
004039                 10 extract-base-path    pic X(120).
004040                 10 extract-base-name    pic X(20).
004041                 10 extract-base-class   pic X(1).
004042                 10 extract-base-status  pic X(1).
004043
004044*        The delta extract's control file: one record per system
004045*        with the generation of the last extract delivered, its
004046*        state (D delivered, U cut by a run that has not yet
004047*        finished) and the run date it was cut. Supplying it -
004048*        empty, the first time - is what switches ORBDELT on.
004049 fd delta-control-fd.
004050 01 delta-control-record.
004051             05 delta-control-system  pic X(2).
004052             05 filler                pic X(1).
004053             05 delta-control-gen     pic 9(9).
004054             05 filler                pic X(1).
004055             05 delta-control-state   pic X(1).
004056             05 filler                pic X(1).
004057             05 delta-control-date    pic 9(8).
004058
004059*        Keyed run-history master: one record per completed day6
004060*        run, keyed on the run's start date and time, carrying
004061*        the control totals the sign-off package prints - so
004062*        "has this number been drifting since the conversion"
004063*        is a keyed read, not a dig through the print archive.
004064 fd run-history-fd.
004065 01 run-history-record.
004070             05 run-hist-key.
004080                 10 run-hist-system  pic X(2).
004090                 10 run-hist-date  pic 9(8).
004540*        so the planetarium feed stops joining the extract
004550*        against a spreadsheet.
004560         copy orbatt.
004561
004562 fd class-rule-fd.
004563*        The body-class rules table (see clsrul.cpy), read once
004564*        per run into class-rule-table and applied to every
004565*        system's tree after the attribute reconciliation.
004566         copy clsrul.
004570
004580 fd lock-fd.
004590*        The catalog run lock (see orblck.cpy): this program
005210 01 attr-scan-eof-switch  pic X(1) value 'N'.
005220         88 attr-scan-eof  value 'Y'.
005230 01 attr-recon-count  pic 9(9) value 0.
005231
005232*        Class-rule support (see clsrul.cpy): the CLASSRUL cards
005233*        are loaded into class-rule-table once per run by 0130
005234*        and every loaded body is checked against them by 2600.
005235*        Like the attribute reconciliation, a breach is advisory -
005236*        the chains themselves are sound - so breaches ride their
005237*        own counts, split by severity, and never stop a run. A
005238*        missing CLASSRUL leaves the table empty and says so on
005239*        each system's EXCPRPT section.
005240 01 class-rule-file-status  pic X(2).
005241 01 class-rules-absent-switch  pic X(1) value 'N'.
005242         88 class-rules-absent  value 'Y'.
005243 01 class-rule-eof-switch  pic X(1) value 'N'.
005244         88 class-rule-eof  value 'Y'.
005245 01 class-rule-max    pic 9(9) value 999 usage is binary.
005246 01 class-rule-count  pic 9(9) value 0 usage is binary.
005247 01 class-rule-table.
005248         05 class-rule-entry  occurs 1 to 999 times
005249                         depending on class-rule-count
005250                         indexed by rule-i.
005251             10 rule-type          pic X(1).
005252             10 rule-child-class   pic X(1).
005253             10 rule-severity      pic X(1).
005254             10 rule-parents       pic X(10).
005255             10 rule-child-status  pic X(1).
005256             10 rule-parent-status pic X(1).
005257 01 rule-ptr     pic 9(9) value 0 usage is binary.
005258 01 rule-tally   pic 9(4) value 0 usage is binary.
005259 01 parent-rule-found-switch  pic X(1) value 'N'.
005260         88 parent-rule-found  value 'Y'.
005261 01 check-child-object   pic X(8) value spaces.
005262 01 check-child-class    pic X(1) value space.
005263 01 check-child-status   pic X(1) value space.
005264 01 check-parent-object  pic X(8) value spaces.
005265 01 check-parent-class   pic X(1) value space.
005266 01 check-parent-status  pic X(1) value space.
005267 01 breach-severity-text pic X(7) value spaces.
005268 01 breach-kind          pic X(12) value spaces.
005269 01 class-breach-count   pic 9(9) value 0.
005270 01 class-severe-count   pic 9(9) value 0.
005271 01 class-warning-count  pic 9(9) value 0.
005272
005273*        Set by 0320 when a held DEPTHSAV section belongs to a
005274*        system this run covered.
005275 01 section-processed-switch  pic X(1) value 'N'.
005280         88 section-processed  value 'Y'.
005290
005300*        Run-lock fields (see orblck.cpy): one claim per system
005980         88 best-found  value 'Y'.
005990 01 best-count    pic 9(9) value 0 usage is binary.
006000 01 best-link     pic 9(4) value 0 usage is binary.
006001*        Nearest-body query support (5400): every ORBITATT body of
006002*        the class asked for (and the status, when one is given)
006003*        that query-from can reach is costed and kept in
006004*        nearest-table in ascending transfer order, ties in the
006005*        order found - designator order within a system. The
006006*        first nearest-list-max are ranked on XFERRPT, plus any
006007*        body tied with the last of them; nearest-link is the
006008*        corridor a body in another system is reached over (0 in
006009*        the query's own system). Past nearest-table-max matches
006010*        only the nearest are kept, and the report says so.
006011 01 nearest-list-max   pic 9(4) value 10 usage is binary.
006012 01 nearest-table-max  pic 9(4) value 999 usage is binary.
006013 01 nearest-count      pic 9(4) value 0 usage is binary.
006014 01 nearest-table.
006015         05 nearest-entry  occurs 1 to 999 times
006016                         depending on nearest-count
006017                         indexed by nst-i.
006018             10 nearest-system  pic X(2).
006019             10 nearest-object  pic X(8).
006020             10 nearest-xfers   pic 9(9) usage is binary.
006021             10 nearest-link    pic 9(4) usage is binary.
006022 01 nearest-dropped-switch  pic X(1) value 'N'.
006023         88 nearest-dropped  value 'Y'.
006024 01 nearest-slot-switch  pic X(1) value 'N'.
006025         88 nearest-slot-found  value 'Y'.
006026 01 nearest-tie-switch  pic X(1) value 'N'.
006027         88 nearest-tie  value 'Y'.
006028 01 nearest-cut-switch  pic X(1) value 'N'.
006029         88 nearest-cut  value 'Y'.
006030 01 nearest-search-system  pic X(2) value spaces.
006031 01 nearest-search-link    pic 9(4) value 0 usage is binary.
006032 01 nearest-base-count     pic 9(9) value 0 usage is binary.
006033 01 candidate-object  pic X(8) value spaces.
006034 01 candidate-xfers   pic 9(9) value 0 usage is binary.
006035 01 n   pic 9(4) value 0 usage is binary.
006036 01 n2  pic 9(4) value 0 usage is binary.
006037 01 nearest-rank-disp  pic 9(4) value 0.
006038 01 nearest-more-disp  pic 9(4) value 0.
006039
006040*        Ancestor-chain scratch for the transfer walks: 5280
006041*        builds one object's chain (its center, then each
006042*        further ancestor out to the chain's end) into
006050*        chain-work-table - the run system's chain off the
006060*        loaded orbit table, any other system's with keyed
006070*        reads against the master - and 5250 compares a from-
008220             10 path-work-object  pic X(8).
008230 01 path-ptr  pic 9(4) value 1 usage is binary.
008240 01 extract-depth-hash  pic 9(12) value 0.
008241
008242*        Delta-extract fields (see ORBDELT, EXTRBASE and DELTCTL
008243*        above). The DELTCTL entries are loaded into the table
008244*        below at start of run and the whole file is written
008245*        back each time an entry changes. A system's entry goes
008246*        to U before its EXTRBASE section is touched and only
008247*        back to D once the run ends cleanly, so a delta lost to
008248*        an abend breaks the chain - the receiver is sent to the
008249*        full file - instead of silently skipping generations.
008250*        The before and after images share EXTRBASE's layout.
008251 01 extract-base-file-status  pic X(2).
008252 01 delta-control-status  pic X(2).
008253 01 delta-enabled-switch  pic X(1) value 'N'.
008254         88 delta-enabled  value 'Y'.
008255 01 extract-base-new-switch  pic X(1) value 'N'.
008256         88 extract-base-new  value 'Y'.
008257 01 delta-chain-broken-switch  pic X(1) value 'N'.
008258         88 delta-chain-broken  value 'Y'.
008259 01 delta-control-eof-switch  pic X(1) value 'N'.
008260         88 delta-control-eof  value 'Y'.
008261 01 delta-base-eof-switch  pic X(1) value 'N'.
008262         88 delta-base-eof  value 'Y'.
008263 01 delta-control-max    pic 9(4) value 999 usage is binary.
008264 01 delta-control-count  pic 9(4) value 0 usage is binary.
008265 01 delta-control-table.
008266         05 delta-control-entry  occurs 1 to 999 times
008267                         depending on delta-control-count
008268                         indexed by delta-i.
008269             10 delta-ctl-system   pic X(2).
008270             10 delta-ctl-gen      pic 9(9).
008271             10 delta-ctl-state    pic X(1).
008272             10 delta-ctl-date     pic 9(8).
008273             10 delta-ctl-touched  pic X(1).
008274 01 delta-ctl-ptr   pic 9(4) value 0 usage is binary.
008275 01 delta-scan-ptr  pic 9(4) value 0 usage is binary.
008276 01 delta-from-gen      pic 9(9) value 0.
008277 01 delta-action        pic X(1) value space.
008278 01 delta-object        pic X(8) value spaces.
008279 01 delta-add-count     pic 9(9) value 0.
008280 01 delta-change-count  pic 9(9) value 0.
008281 01 delta-delete-count  pic 9(9) value 0.
008282 01 delta-detail-total  pic 9(9) value 0.
008283 01 delta-before-image.
008284     05 delta-before-center  pic X(8).
008285     05 delta-before-depth   pic 9(9).
008286     05 delta-before-path    pic X(120).
008287     05 delta-before-name    pic X(20).
008288     05 delta-before-class   pic X(1).
008289     05 delta-before-status  pic X(1).
008290 01 delta-after-image.
008291     05 delta-after-center   pic X(8).
008292     05 delta-after-depth    pic 9(9).
008293     05 delta-after-path     pic X(120).
008294     05 delta-after-name     pic X(20).
008295     05 delta-after-class    pic X(1).
008296     05 delta-after-status   pic X(1).
008297
008298*        The star systems this run covers, parsed from the
008299*        SYSPARM card by 1010-READ-RUN-SYSTEMS and processed in
008300*        the order given (catalog order for ALL). run-system
008301*        keeps naming the system currently being processed, so
008302*        every keyed read of the master, the checkpoint, the
008310*        depth save, the run history and every report section
008320*        rides on it exactly as it did when a run covered one
008330*        system.
009500     perform 1010-read-run-systems.
009510     perform 0150-claim-run-locks.
009520     perform 0100-open-run-reports.
009525     perform 0130-load-class-rules.
009530     move 0 to system-ptr.
009540     perform until system-ptr = system-list-count
009550         add 1 to system-ptr
009840     move "ORBIT TREE (ROOTED AT COM)" to tree-rpt-line.
009850     write tree-rpt-line.
009860     open output extract-fd.
009865     perform 0140-open-delta-extract.
009870     open output variance-rpt.
009880     move "RUN-OVER-RUN VARIANCE REPORT" to variance-rpt-line.
009890     write variance-rpt-line.
010620             end-if
010630         end-if
010640     end-if.
010641
010642*----------------------------------------------------------------
010643* 0130-LOAD-CLASS-RULES reads the CLASSRUL cards into
010644* class-rule-table once for the whole run. A P card with no
010645* severity is severe and an S card with none a warning; cards
010646* of any other type are comments and are skipped. A missing
010647* CLASSRUL leaves the table empty, which 2600 reports.
010648*----------------------------------------------------------------
010649 0130-load-class-rules.
010650     move 0 to class-rule-count.
010651     open input class-rule-fd.
010652     if class-rule-file-status not = "00"
010653         set class-rules-absent to true
010654     else
010655         set class-rule-eof-switch to 'N'
010656         perform until class-rule-eof
010657             read class-rule-fd
010658                 at end
010659                     set class-rule-eof to true
010660                 not at end
010661                     perform 0135-take-class-rule
010662             end-read
010663         end-perform
010664         close class-rule-fd
010665     end-if.
010666
010667*----------------------------------------------------------------
010668* 0135-TAKE-CLASS-RULE adds the card just read to the table.
010669*----------------------------------------------------------------
010670 0135-take-class-rule.
010671     if class-rule-parent-card or class-rule-status-card
010672         if class-rule-count = class-rule-max
010673             display "day6: CLASSRUL holds more than "
010674                 class-rule-max " rules"
010675             display "day6: increase class-rule-max and "
010676                 "recompile before rerunning this job"
010677             stop run
010678         end-if
010679         add 1 to class-rule-count
010680         move class-rule-type to rule-type(class-rule-count)
010681         move class-rule-child-class
010682             to rule-child-class(class-rule-count)
010683         move class-rule-severity
010684             to rule-severity(class-rule-count)
010685         move class-rule-parents to rule-parents(class-rule-count)
010686         move class-rule-child-status
010687             to rule-child-status(class-rule-count)
010688         move class-rule-parent-status
010689             to rule-parent-status(class-rule-count)
010690         if rule-severity(class-rule-count) = space
010691             if class-rule-parent-card
010692                 move 'S' to rule-severity(class-rule-count)
010693             else
010694                 move 'W' to rule-severity(class-rule-count)
010695             end-if
010696         end-if
010697     end-if.
010698
010699*----------------------------------------------------------------
010700* 0140-OPEN-DELTA-EXTRACT switches the changes-only ORBDELT on
010701* when a DELTCTL control file is supplied: its entries are
010702* loaded, EXTRBASE - each object as last delivered - is opened
010703* (built empty the first time, which breaks every chain it
010704* would have carried), and ORBDELT is opened for this run's
010705* sections. Without DELTCTL the run is exactly as before.
010706*----------------------------------------------------------------
010707 0140-open-delta-extract.
010708     move 0 to delta-control-count.
010709     open input delta-control-fd.
010710     if delta-control-status = "00"
010711         set delta-enabled to true
010712         set delta-control-eof-switch to 'N'
010713         perform until delta-control-eof
010714             read delta-control-fd
010715                 at end
010716                     set delta-control-eof to true
010717                 not at end
010718                     perform 0145-take-delta-control
010719             end-read
010720         end-perform
010721         close delta-control-fd
010722         open i-o extract-base-fd
010723         if extract-base-file-status = "35"
010724             open output extract-base-fd
010725             close extract-base-fd
010726             open i-o extract-base-fd
010727             set extract-base-new to true
010728         end-if
010729         if extract-base-file-status not = "00"
010730             display "day6: cannot open delta extract base "
010731                 "EXTRBASE - file status "
010732                 extract-base-file-status
010733             perform 0400-release-run-locks
010734             stop run
010735         end-if
010736         open output delta-fd
010737     end-if.
010738
010739*----------------------------------------------------------------
010740* 0145-TAKE-DELTA-CONTROL adds the DELTCTL entry just read to the
010741* control table.
010742*----------------------------------------------------------------
010743 0145-take-delta-control.
010744     if delta-control-system not = spaces
010745         if delta-control-count = delta-control-max
010746             display "day6: DELTCTL holds more than "
010747                 delta-control-max " systems"
010748             display "day6: increase delta-control-max and "
010749                 "recompile before rerunning this job"
010750             perform 0400-release-run-locks
010751             stop run
010752         end-if
010753         add 1 to delta-control-count
010754         move delta-control-system
010755             to delta-ctl-system(delta-control-count)
010756         move delta-control-gen
010757             to delta-ctl-gen(delta-control-count)
010758         move delta-control-state
010759             to delta-ctl-state(delta-control-count)
010760         move delta-control-date
010761             to delta-ctl-date(delta-control-count)
010762         move 'N' to delta-ctl-touched(delta-control-count)
010763     end-if.
010764
010765*----------------------------------------------------------------
010766* 0150-CLAIM-RUN-LOCKS claims every system this run covers on
010767* the ORBITLCK run lock (see orblck.cpy) before any file is
010768* touched, so day6maint cannot change ORBITMST mid-load and
010769* day6rbld cannot copy it mid-run. Every listed system (and
010770* the whole catalog under **) is verified free first, and only
010771* then are the claims written - a refusal partway through must
010772* not strand claims for the earlier systems, which the next
010773* run would need an OVERRIDE card to break. An OVERRIDE card
010774* on LOCKOVR breaks a lock left behind by an abend, and the
010775* break is counted for the control report's audit lines.
010776*----------------------------------------------------------------
010780 0150-claim-run-locks.
010790     open i-o lock-fd.
010800     if lock-status = "35"
012390     perform 1500-sort-orbit-table.
012400     perform 2000-validate-orbits thru 2000-validate-orbits-exit.
012410     perform 2500-reconcile-attributes.
012415     perform 2600-check-class-rules.
012420     if exceptions-found
012430         display "day6: system " run-system " failed "
012440             "validation - see EXCPRPT"
012990* sections of systems this run's SYSPARM did not cover are
013000* re-emitted first - alternating SYSPARM subsets must not cost
013010* the uncovered systems their delta.
013013* The DELTCTL entries of the systems that cut a delta section
013016* are marked delivered here, at the end of a run that made it.
013020*----------------------------------------------------------------
013030 0300-close-run-reports.
013040     perform 0310-carry-unprocessed-saves.
013110     close variance-rpt.
013120     close census-rpt.
013130     close depth-save-fd.
013131     if delta-enabled
013132         perform 7395-deliver-delta-control
013133         close delta-fd
013134         close extract-base-fd
013135     end-if.
013140
013150*----------------------------------------------------------------
013160* 0310-CARRY-UNPROCESSED-SAVES re-emits every held DEPTHSAV
019890         when orbit-object(orbit-i) = lookup-name
019900             continue
019910     end-search.
019911
019912*----------------------------------------------------------------
019913* 2600-CHECK-CLASS-RULES holds this system's tree to the CLASSRUL
019914* class rules (see clsrul.cpy): every loaded body whose class
019915* may not orbit its center's class, or whose status and its
019916* center's status make a flagged combination, is listed on
019917* EXCPRPT with the rule's severity. Like the attribute
019918* reconciliation these lines are advisory - they never fail
019919* validation or stop part-1/part-2 - so the section trailer
019920* counts them on their own, severe and warning apart.
019921*----------------------------------------------------------------
019922 2600-check-class-rules.
019923     move 0 to class-breach-count.
019924     move 0 to class-severe-count.
019925     move 0 to class-warning-count.
019926     if class-rules-absent
019927         move spaces to exception-rpt-line
019928         string "CLASS RULES NOT AVAILABLE - STATUS "
019929             class-rule-file-status
019930             delimited by size into exception-rpt-line
019931         end-string
019932         write exception-rpt-line
019933     else
019934         open input attr-master-fd
019935         if attr-master-status = "00"
019936             set i to 0
019937             perform until i = object-count
019938                 add 1 to i
019939                 perform 2610-check-one-body
019940                     thru 2610-check-one-body-exit
019941             end-perform
019942             close attr-master-fd
019943             move spaces to exception-rpt-line
019944             string "CLASS RULE BREACHES: " class-breach-count
019945                 "  SEVERE: " class-severe-count
019946                 "  WARNING: " class-warning-count
019947                 delimited by size into exception-rpt-line
019948             end-string
019949             write exception-rpt-line
019950         end-if
019951     end-if.
019952
019953*----------------------------------------------------------------
019954* 2610-CHECK-ONE-BODY reads the class and status of the body at
019955* orbit(i) and of its center (COM stands in as class * with a
019956* blank status) and applies the rules to the pair. A body or
019957* center with no attribute record is skipped - 2500 has already
019958* listed it.
019959*----------------------------------------------------------------
019960 2610-check-one-body.
019961     move orbit-object(i) to check-child-object.
019962     move run-system to orbit-attr-system.
019963     move orbit-object(i) to orbit-attr-object.
019964     read attr-master-fd
019965         invalid key
019966             go to 2610-check-one-body-exit
019967     end-read.
019968     move orbit-attr-class to check-child-class.
019969     move orbit-attr-status to check-child-status.
019970     move orbit-center(i) to check-parent-object.
019971     if orbit-center(i) = "COM"
019972         move "*" to check-parent-class
019973         move space to check-parent-status
019974     else
019975         move run-system to orbit-attr-system
019976         move orbit-center(i) to orbit-attr-object
019977         read attr-master-fd
019978             invalid key
019979                 go to 2610-check-one-body-exit
019980         end-read
019981         move orbit-attr-class to check-parent-class
019982         move orbit-attr-status to check-parent-status
019983     end-if.
019984     perform 2620-apply-class-rules.
019985 2610-check-one-body-exit.
019986     exit.
019987
019988*----------------------------------------------------------------
019989* 2620-APPLY-CLASS-RULES applies the rule table to the child and
019990* parent classes and statuses staged in the check- fields: the
019991* first P card for the child's class must list the parent's
019992* class, and every S card whose class and statuses match is a
019993* breach of its own. A blank parent class never satisfies or
019994* breaks a P card.
019995*----------------------------------------------------------------
019996 2620-apply-class-rules.
019997     set parent-rule-found-switch to 'N'.
019998     move 0 to rule-ptr.
019999     perform until rule-ptr = class-rule-count
020000         add 1 to rule-ptr
020001         if rule-type(rule-ptr) = 'P'
020002         and rule-child-class(rule-ptr) = check-child-class
020003         and not parent-rule-found
020004             set parent-rule-found to true
020005             if check-parent-class not = space
020006                 move 0 to rule-tally
020007                 inspect rule-parents(rule-ptr)
020008                     tallying rule-tally
020009                     for all check-parent-class
020010                 if rule-tally = 0
020011                     move "PARENT CLASS" to breach-kind
020012                     perform 2630-note-class-breach
020013                 end-if
020014             end-if
020015         end-if
020016         if rule-type(rule-ptr) = 'S'
020017         and (rule-child-class(rule-ptr) = space
020018             or rule-child-class(rule-ptr) = check-child-class)
020019         and rule-child-status(rule-ptr) = check-child-status
020020         and rule-parent-status(rule-ptr) = check-parent-status
020021             move "STATUS" to breach-kind
020022             perform 2630-note-class-breach
020023         end-if
020024     end-perform.
020025
020026*----------------------------------------------------------------
020027* 2630-NOTE-CLASS-BREACH counts the breach of the rule at
020028* rule-ptr under its severity and writes its EXCPRPT line: the
020029* body and its center, each with its class and status, and which
020030* kind of rule it broke.
020031*----------------------------------------------------------------
020032 2630-note-class-breach.
020033     add 1 to class-breach-count.
020034     if rule-severity(rule-ptr) = 'W'
020035         add 1 to class-warning-count
020036         move "WARNING" to breach-severity-text
020037     else
020038         add 1 to class-severe-count
020039         move "SEVERE" to breach-severity-text
020040     end-if.
020041     move spaces to exception-rpt-line.
020042     string "CLASS RULE " breach-severity-text " "
020043         check-child-object " (" check-child-class " "
020044         check-child-status ") ORBITS " check-parent-object
020045         " (" check-parent-class " " check-parent-status ") "
020046         breach-kind
020047         delimited by size into exception-rpt-line
020048     end-string.
020049     write exception-rpt-line.
020050
020051 4000-part-1.
020052*    Count total number of orbits - the sum of every object's
020053*    orbital depth from COM. When the prior run's depths can be
020054*    carried forward and the journal shows only a small change
020055*    volume, only the changed objects and their subtrees are
020056*    re-walked (4300-DELTA-DEPTH-WALK); otherwise every chain
020057*    is walked as before (4010-FULL-DEPTH-WALK). Either way the
020058*    depths land in depth-table for the depth report, and are
020059*    saved to DEPTHSAV for the next run's delta.
020060     perform 4200-plan-depth-mode
020061         thru 4200-plan-depth-mode-exit.
020062     if depth-delta-mode
020063         move "DELTA" to part-1-mode
020064         perform 4300-delta-depth-walk
020070     else
020080         move "FULL" to part-1-mode
020090         perform 4010-full-depth-walk
024590* QUERYIN (one query-from/query-to pair per record) instead of a
024600* single hardcoded YOU-to-SAN pair. Each query is handed to
024610* 5100-TRANSFER-COUNT and the result line is written to XFERRPT.
024613* A card marked N asks instead for the nearest bodies of a class
024616* (5400).
024620*----------------------------------------------------------------
024630 5000-part-2.
024640     open input queries-fd.
025090                     end-if
025100                 else
025110                     add 1 to query-count
025120                     if nearest-query
025130                         perform 5400-nearest-by-class
025140                             thru 5400-nearest-by-class-exit
025150                     else
025160                         perform 5010-answer-transfer-query
025170                     end-if
025460                 end-if
025470         end-read
025480     end-perform.
025490     close queries-fd.
025500     close input-fd.
025510
025511*----------------------------------------------------------------
025512* 5010-ANSWER-TRANSFER-QUERY answers one transfer query of the
025513* run's system: the count, the corridor a cross-system count
025514* rode, the itinerary, and the RESULTS record.
025515*----------------------------------------------------------------
025516 5010-answer-transfer-query.
025517     perform 5100-transfer-count
025518         thru 5100-transfer-count-exit.
025519     move spaces to transfer-rpt-line.
025520     if xfer-reachable
025521         string query-from "   " query-to "   "
025522             xfer-count delimited by size
025523             into transfer-rpt-line
025524         end-string
025525     else
025526         string query-from "   " query-to
025527             "   UNREACHABLE"
025528             delimited by size
025529             into transfer-rpt-line
025530         end-string
025531     end-if.
025532     write transfer-rpt-line.
025533     if xfer-reachable
025534     and query-to-system-eff not = run-system
025535*        Show the corridor the route rode, so the flight desk
025536*        knows which crossing the count assumes.
025537         move spaces to transfer-rpt-line
025538         string "  VIA "
025539             link-from-system(best-link) " "
025540             link-from-object(best-link) " - "
025541             link-to-system(best-link) " "
025542             link-to-object(best-link)
025543             delimited by size
025544             into transfer-rpt-line
025545         end-string
025546         write transfer-rpt-line
025547     end-if.
025548     perform 5300-write-itinerary.
025549     perform 8100-write-results-record.
025550
025551*----------------------------------------------------------------
025552* 5050-CHECK-QUERY-SYSTEM sets query-in-run when the query's
025553* system is one of the systems this run covers. Such a query
025554* is answered in its own system's section, so no SKIPPED line
025560* is written for it here.
025570*----------------------------------------------------------------
025580 5050-check-query-system.
029950                 to chain-work-object(chain-work-count)
029960             move orbit-master-center to chain-ptr
029970     end-read.
029971
029972*----------------------------------------------------------------
029973* 5400-NEAREST-BY-CLASS answers a nearest-body card: which bodies
029974* of class query-class (and of status query-status, when one is
029975* given) are the fewest transfers from query-from. The system's
029976* own ORBITATT section is searched first; only when nothing in
029977* it matches does the search go on over every ORBITLNK corridor
029978* out of the system - near leg, the crossing, then each match's
029979* far leg, the same costing 5215 gives a cross-system transfer.
029980* The matches are ranked with ties at an equal rank, and the
029981* itinerary is written for every body tied for nearest.
029982* A card that cannot be answered - no class, no chain from
029983* query-from, no ORBITATT - still gets its UNREACHABLE record.
029984*----------------------------------------------------------------
029985 5400-nearest-by-class.
029986     move spaces to transfer-rpt-line.
029987     if query-status = space
029988         string query-from "   NEAREST CLASS " query-class
029989             " (ANY STATUS)"
029990             delimited by size into transfer-rpt-line
029991         end-string
029992     else
029993         string query-from "   NEAREST CLASS " query-class
029994             " STATUS " query-status
029995             delimited by size into transfer-rpt-line
029996         end-string
029997     end-if.
029998     write transfer-rpt-line.
029999     move 0 to nearest-count.
030000     set nearest-dropped-switch to 'N'.
030001     if query-class = space
030002         move "  NO BODY CLASS GIVEN - QUERY NOT ANSWERED"
030003             to transfer-rpt-line
030004         write transfer-rpt-line
030005         perform 8110-write-nearest-result
030006         go to 5400-nearest-by-class-exit
030007     end-if.
030008     move run-system to chain-system.
030009     move query-from to chain-start.
030010     perform 5280-build-chain-work.
030011     if chain-work-count = 0
030012         move spaces to transfer-rpt-line
030013         string "  FROM SIDE: " query-from
030014             " HAS NO RECORD ON THE CHAIN"
030015             delimited by size into transfer-rpt-line
030016         end-string
030017         write transfer-rpt-line
030018         perform 8110-write-nearest-result
030019         go to 5400-nearest-by-class-exit
030020     end-if.
030021     perform 5260-copy-from-chain.
030022     set attrs-open-switch to 'N'.
030023     open input attr-master-fd.
030024     if attr-master-status not = "00"
030025         move spaces to transfer-rpt-line
030026         string "  ATTRIBUTE MASTER NOT AVAILABLE - STATUS "
030027             attr-master-status
030028             delimited by size into transfer-rpt-line
030029         end-string
030030         write transfer-rpt-line
030031         perform 8110-write-nearest-result
030036         go to 5400-nearest-by-class-exit
030037     end-if.
030038     set attrs-open to true.
030039     move run-system to nearest-search-system.
030040     move 0 to nearest-search-link.
030041     move 0 to nearest-base-count.
030042     perform 5410-scan-class-system.
030043     if nearest-count = 0
030044         perform 5205-load-links
030045         set lk to 0
030046         perform until lk = link-count
030047             add 1 to lk
030048             perform 5420-search-over-link
030049         end-perform
030050     end-if.
030051     close attr-master-fd.
030052     set attrs-open-switch to 'N'.
030053     perform 5440-write-nearest-ranking.
030054     perform 8110-write-nearest-result.
030055 5400-nearest-by-class-exit.
030056     exit.
030057
030058*----------------------------------------------------------------
030059* 5410-SCAN-CLASS-SYSTEM reads nearest-search-system's section
030060* of ORBITATT (contiguous under the system-led key) and costs
030061* every body of the class asked for against the from-chain
030062* already built - query-from's own chain, or the far end of the
030063* corridor being tried.
030064*----------------------------------------------------------------
030065 5410-scan-class-system.
030066     set attr-scan-eof-switch to 'N'.
030067     move nearest-search-system to orbit-attr-system.
030068     move low-values to orbit-attr-object.
030069     start attr-master-fd key not < orbit-attr-key
030070         invalid key
030071             set attr-scan-eof to true
030072     end-start.
030073     perform until attr-scan-eof
030074         read attr-master-fd next record
030075             at end
030076                 set attr-scan-eof to true
030077             not at end
030078                 if orbit-attr-system not = nearest-search-system
030079                     set attr-scan-eof to true
030080                 else
030081                     perform 5415-try-candidate
030082                 end-if
030083         end-read
030084     end-perform.
030085
030086*----------------------------------------------------------------
030087* 5415-TRY-CANDIDATE costs the attribute record just read when
030088* it matches the class and status asked for: its chain is met
030089* against the from-chain, and the transfers are the hops from
030090* each side's parent down to the meeting point plus whatever it
030091* took to reach the from-chain's start. query-from itself is no
030092* answer, and a body whose chain never meets is unreachable.
030093*----------------------------------------------------------------
030094 5415-try-candidate.
030095     if orbit-attr-class = query-class
030096     and (query-status = space
030097     or orbit-attr-status = query-status)
030098         if orbit-attr-system = run-system
030099         and orbit-attr-object = query-from
030100             continue
030101         else
030102             move orbit-attr-object to candidate-object
030103             move nearest-search-system to chain-system
030104             move candidate-object to chain-start
030105             perform 5280-build-chain-work
030106             perform 5270-copy-to-chain
030107             perform 5240-meet-chains
030108             if meet-found
030109                 compute candidate-xfers = nearest-base-count
030110                     + meet-i + meet-j - 2
030111                 perform 5430-note-candidate
030112                     thru 5430-note-candidate-exit
030113             end-if
030114         end-if
030115     end-if.
030116
030117*----------------------------------------------------------------
030118* 5420-SEARCH-OVER-LINK searches the system at the far end of
030119* corridor lk, when the corridor leaves the run's system: the
030120* near leg from query-from to the corridor's endpoint here, one
030121* transfer across, and the far endpoint's chain becomes the
030122* from-chain each match there is met against.
030123*----------------------------------------------------------------
030124 5420-search-over-link.
030125     set link-applies-switch to 'N'.
030126     if link-from-system(lk) = run-system
030127     and link-to-system(lk) not = run-system
030128         move link-from-object(lk) to near-object
030129         move link-to-object(lk) to far-object
030130         move link-to-system(lk) to nearest-search-system
030131         set link-applies to true
030132     end-if.
030133     if link-to-system(lk) = run-system
030134     and link-from-system(lk) not = run-system
030135         move link-to-object(lk) to near-object
030136         move link-from-object(lk) to far-object
030137         move link-from-system(lk) to nearest-search-system
030138         set link-applies to true
030139     end-if.
030140     if link-applies
030141         move run-system to leg-system
030142         move query-from to leg-from
030143         move near-object to leg-to
030144         perform 5250-leg-count
030145         if leg-reachable
030146             compute nearest-base-count = leg-count + 1
030147             move lk to nearest-search-link
030148             move nearest-search-system to chain-system
030149             move far-object to chain-start
030150             perform 5280-build-chain-work
030151             perform 5260-copy-from-chain
030152             perform 5410-scan-class-system
030153         end-if
030154     end-if.
030155
030156*----------------------------------------------------------------
030157* 5430-NOTE-CANDIDATE files the body just costed into
030158* nearest-table behind every entry no farther away, so the
030159* table stays ranked and ties keep the order they were found
030160* in. A body already reached over another corridor keeps the
030161* cheaper route; a full table drops its farthest entry for a
030162* nearer body and remembers that it did.
030163*----------------------------------------------------------------
030164 5430-note-candidate.
030165     move 0 to n2.
030166     move 0 to n.
030167     perform until n = nearest-count or n2 > 0
030168         add 1 to n
030169         if nearest-system(n) = nearest-search-system
030170         and nearest-object(n) = candidate-object
030171             move n to n2
030172         end-if
030173     end-perform.
030174     if n2 > 0
030175         if candidate-xfers not < nearest-xfers(n2)
030176             go to 5430-note-candidate-exit
030177         end-if
030178         perform 5435-remove-entry
030179     end-if.
030180     if nearest-count = nearest-table-max
030181         set nearest-dropped to true
030182         if candidate-xfers not < nearest-xfers(nearest-count)
030183             go to 5430-note-candidate-exit
030184         end-if
030185         subtract 1 from nearest-count
030186     end-if.
030187     move nearest-count to n.
030188     add 1 to nearest-count.
030189     set nearest-slot-switch to 'N'.
030190     perform until nearest-slot-found
030191         if n = 0
030192             set nearest-slot-found to true
030193         else
030194             if nearest-xfers(n) > candidate-xfers
030195                 move nearest-entry(n) to nearest-entry(n + 1)
030196                 subtract 1 from n
030197             else
030198                 set nearest-slot-found to true
030199             end-if
030200         end-if
030201     end-perform.
030202     add 1 to n.
030203     move nearest-search-system to nearest-system(n).
030204     move candidate-object to nearest-object(n).
030205     move candidate-xfers to nearest-xfers(n).
030206     move nearest-search-link to nearest-link(n).
030207 5430-note-candidate-exit.
030208     exit.
030209
030210*----------------------------------------------------------------
030211* 5435-REMOVE-ENTRY closes nearest-table up over entry n2.
030212*----------------------------------------------------------------
030213 5435-remove-entry.
030214     move n2 to n.
030215     perform until n = nearest-count
030216         move nearest-entry(n + 1) to nearest-entry(n)
030217         add 1 to n
030218     end-perform.
030219     subtract 1 from nearest-count.
030220
030221*----------------------------------------------------------------
030222* 5440-WRITE-NEAREST-RANKING writes the ranked matches: the first
030223* nearest-list-max, and past them every body tied with the last
030224* one listed, so a tie is never cut in half. Equal transfer
030225* counts share a rank and are flagged TIE. The itinerary follows
030226* for every body tied for nearest.
030227*----------------------------------------------------------------
030228 5440-write-nearest-ranking.
030229     if nearest-count = 0
030230         move "  NO MATCHING BODY REACHABLE" to transfer-rpt-line
030231         write transfer-rpt-line
030232     else
030233         move 0 to n
030234         perform until n = nearest-count
030235             add 1 to n
030236             set nearest-cut-switch to 'N'
030237             if n > nearest-list-max
030238                 if nearest-xfers(n) not = nearest-xfers(n - 1)
030239                     set nearest-cut to true
030240                 end-if
030241             end-if
030242             if nearest-cut
030243                 compute nearest-more-disp = nearest-count - n + 1
030244                 move spaces to transfer-rpt-line
030245                 string "  " nearest-more-disp
030246                     " FARTHER MATCH(ES) NOT LISTED"
030247                     delimited by size into transfer-rpt-line
030248                 end-string
030249                 write transfer-rpt-line
030250                 move nearest-count to n
030251             else
030252                 perform 5445-write-rank-line
030253             end-if
030254         end-perform
030255         if nearest-dropped
030256             move nearest-table-max to nearest-more-disp
030257             move spaces to transfer-rpt-line
030258             string "  MORE THAN " nearest-more-disp
030259                 " MATCHES - ONLY THE NEAREST ARE RANKED"
030260                 delimited by size into transfer-rpt-line
030261             end-string
030262             write transfer-rpt-line
030263         end-if
030264         move 0 to n
030265         perform until n = nearest-count
030266             add 1 to n
030267             if nearest-xfers(n) = nearest-xfers(1)
030268                 perform 5450-write-nearest-itinerary
030269             else
030270                 move nearest-count to n
030271             end-if
030272         end-perform
030273     end-if.
030274
030275*----------------------------------------------------------------
030276* 5445-WRITE-RANK-LINE writes entry n's ranking line, and the
030277* corridor it was reached over when it lies in another system.
030278*----------------------------------------------------------------
030279 5445-write-rank-line.
030280     if n = 1
030281         move n to nearest-rank-disp
030282     else
030283         if nearest-xfers(n) not = nearest-xfers(n - 1)
030284             move n to nearest-rank-disp
030285         end-if
030286     end-if.
030287     set nearest-tie-switch to 'N'.
030288     if n > 1
030289         if nearest-xfers(n) = nearest-xfers(n - 1)
030290             set nearest-tie to true
030291         end-if
030292     end-if.
030293     if n < nearest-count
030294         if nearest-xfers(n) = nearest-xfers(n + 1)
030295             set nearest-tie to true
030296         end-if
030297     end-if.
030298     move nearest-xfers(n) to route-hop-count.
030299     move spaces to transfer-rpt-line.
030300     if nearest-tie
030301         string "  RANK " nearest-rank-disp "  "
030302             nearest-system(n) " " nearest-object(n)
030303             "  TRANSFERS " route-hop-count "  TIE"
030304             delimited by size into transfer-rpt-line
030305         end-string
030306     else
030307         string "  RANK " nearest-rank-disp "  "
030308             nearest-system(n) " " nearest-object(n)
030309             "  TRANSFERS " route-hop-count
030310             delimited by size into transfer-rpt-line
030311         end-string
030312     end-if.
030313     write transfer-rpt-line.
030314     if nearest-link(n) > 0
030315         move nearest-link(n) to lk
030316         move spaces to transfer-rpt-line
030317         string "    VIA "
030318             link-from-system(lk) " "
030319             link-from-object(lk) " - "
030320             link-to-system(lk) " "
030321             link-to-object(lk)
030322             delimited by size
030323             into transfer-rpt-line
030324         end-string
030325         write transfer-rpt-line
030326     end-if.
030327
030328*----------------------------------------------------------------
030329* 5450-WRITE-NEAREST-ITINERARY writes the route to entry n the
030330* way 5300 writes a transfer query's: one leg inside the run's
030331* system, or the near leg, the corridor crossing and the far
030332* leg for a body in another system.
030333*----------------------------------------------------------------
030334 5450-write-nearest-itinerary.
030335     move spaces to transfer-rpt-line.
030336     string "  ITINERARY TO " nearest-system(n) " "
030337         nearest-object(n)
030338         delimited by size into transfer-rpt-line
030339     end-string.
030340     write transfer-rpt-line.
030341     if nearest-link(n) = 0
030342         move run-system to leg-system
030343         move query-from to leg-from
030344         move nearest-object(n) to leg-to
030345         perform 5250-leg-count
030346         perform 5310-write-leg-route
030347     else
030348         move nearest-link(n) to best-link
030349         perform 5305-set-best-link-endpoints
030350         move run-system to leg-system
030351         move query-from to leg-from
030352         move near-object to leg-to
030353         perform 5250-leg-count
030354         perform 5310-write-leg-route
030355         move spaces to transfer-rpt-line
030356         string "  CROSS: " run-system " " near-object
030357             " - " nearest-system(n) " " far-object
030358             delimited by size into transfer-rpt-line
030359         end-string
030360         write transfer-rpt-line
030361         move nearest-system(n) to leg-system
030362         move far-object to leg-from
030363         move nearest-object(n) to leg-to
030364         perform 5250-leg-count
030365         perform 5310-write-leg-route
030366     end-if.
030367
030368*----------------------------------------------------------------
030369* 6000-WRITE-TREE-REPORT walks the orbit table outward from COM
030370* and writes an indented tree of every center/object relationship
030371* to TREERPT, so the catalog's shape can be sanity-checked
030372* visually during an audit. It is an iterative depth-first walk
030373* using an explicit stack (tree-stack) rather than recursion.
030374*----------------------------------------------------------------
030375 6000-write-tree-report.
030376     perform 6300-open-xref thru 6300-open-xref-exit.
030377     move spaces to tree-rpt-line.
030378     string "SYSTEM: " run-system
030379         delimited by size into tree-rpt-line
030380     end-string.
030381     write tree-rpt-line.
030382
030383     move 0 to tree-stack-top.
030384     add 1 to tree-stack-top.
030385     move "COM" to tree-stack-object(tree-stack-top).
030386     move 0 to tree-stack-depth(tree-stack-top).
030387
030388     perform until tree-stack-top = 0
030389         move tree-stack-object(tree-stack-top) to center-ptr
030390         move tree-stack-depth(tree-stack-top) to tree-depth
030391         subtract 1 from tree-stack-top
030392         perform 6100-format-tree-line
030393         write tree-rpt-line
030394         perform 6200-push-children
030395     end-perform.
030396     if xref-usable
030397         close xref-fd
030398     end-if.
030399
030400*----------------------------------------------------------------
030401* 6100-FORMAT-TREE-LINE indents center-ptr two spaces per level of
030402* depth from COM and formats it into tree-rpt-line.
030403*----------------------------------------------------------------
030404 6100-format-tree-line.
030405     move spaces to tree-rpt-line.
030406     multiply tree-depth by 2 giving tree-indent-chars.
030407     if tree-indent-chars = 0
030408         move center-ptr to tree-rpt-line
030409     else
030410         if tree-indent-chars > 58
030420             move 58 to tree-indent-chars
030430         end-if
031700* hash total let the receiver verify it got the whole file.
031710* 0000-mainline only performs this after a clean validation, so
031720* the feed never carries a catalog day6 itself refused.
031723* When DELTCTL switched the delta extract on (see 0140), 7300,
031726* 7310 and 7350 write the system's ORBDELT section alongside.
031730*----------------------------------------------------------------
031740 7000-write-extract.
031750     set attrs-open-switch to 'N'.
031820     move run-start-date to extract-header-date.
031830     move master-generation to extract-header-gen.
031840     write extract-header-record.
031842     if delta-enabled
031844         perform 7300-open-delta-section
031846     end-if.
031850
031860     move 0 to extract-depth-hash.
031870     set i to 0.
031930         move depth-of-entry(i) to extract-detail-depth
031940         perform 7100-build-root-path
031950         perform 7200-fill-detail-attributes
031952         if delta-enabled
031954             perform 7310-delta-one-object
031956         end-if
031960         write extract-detail-record
031970         add depth-of-entry(i) to extract-depth-hash
031980     end-perform.
032010     move object-count to extract-trailer-count.
032020     move extract-depth-hash to extract-trailer-hash.
032030     write extract-trailer-record.
032032     if delta-enabled
032034         perform 7350-close-delta-section
032036     end-if.
032040     if attrs-open
032050         close attr-master-fd
032060         set attrs-open-switch to 'N'
032740                     to extract-detail-attr-status
032750         end-read
032760     end-if.
032761
032762*----------------------------------------------------------------
032763* 7300-OPEN-DELTA-SECTION starts run-system's ORBDELT section.
032764* The chain holds only when the system's DELTCTL entry was
032765* delivered (state D) at a generation no later than this one
032766* and EXTRBASE was already there to diff against; otherwise
032767* the system's EXTRBASE section is cleared to be rebuilt from
032768* this extract, and the header tells the receiver to take the
032769* full ORBEXTR (mode F). The entry goes to U and DELTCTL is
032770* rewritten before EXTRBASE is touched.
032771*----------------------------------------------------------------
032772 7300-open-delta-section.
032773     move 0 to delta-add-count.
032774     move 0 to delta-change-count.
032775     move 0 to delta-delete-count.
032776     set delta-chain-broken-switch to 'N'.
032777     perform 7305-find-delta-control.
032778     if delta-ctl-ptr = 0
032779         if delta-control-count = delta-control-max
032780             display "day6: DELTCTL holds more than "
032781                 delta-control-max " systems"
032782             display "day6: increase delta-control-max and "
032783                 "recompile before rerunning this job"
032784             perform 0400-release-run-locks
032785             stop run
032786         end-if
032787         add 1 to delta-control-count
032788         move delta-control-count to delta-ctl-ptr
032789         move run-system to delta-ctl-system(delta-ctl-ptr)
032790         move 0 to delta-ctl-gen(delta-ctl-ptr)
032791         move 0 to delta-ctl-date(delta-ctl-ptr)
032792         set delta-chain-broken to true
032793     else
032794         if delta-ctl-state(delta-ctl-ptr) not = 'D'
032795         or delta-ctl-gen(delta-ctl-ptr) > master-generation
032796         or extract-base-new
032797             set delta-chain-broken to true
032798         end-if
032799     end-if.
032800     move delta-ctl-gen(delta-ctl-ptr) to delta-from-gen.
032801     move 'U' to delta-ctl-state(delta-ctl-ptr).
032802     move 'Y' to delta-ctl-touched(delta-ctl-ptr).
032803     perform 7390-write-delta-control.
032804     if delta-chain-broken
032805         perform 7320-clear-base-section
032806         display "day6: delta chain broken for system " run-system
032807             " - ORBDELT sends the receiver to the full ORBEXTR"
032808     end-if.
032809     move 'H' to delta-header-id.
032810     move run-system to delta-header-system.
032811     move run-start-date to delta-header-date.
032812     move delta-from-gen to delta-header-from-gen.
032813     move master-generation to delta-header-to-gen.
032814     if delta-chain-broken
032815         move 'F' to delta-header-mode
032816     else
032817         move 'D' to delta-header-mode
032818     end-if.
032819     write delta-header-record.
032820
032821*----------------------------------------------------------------
032822* 7305-FIND-DELTA-CONTROL points delta-ctl-ptr at run-system's
032823* DELTCTL entry, or leaves it zero when the system has none.
032824*----------------------------------------------------------------
032825 7305-find-delta-control.
032826     move 0 to delta-ctl-ptr.
032827     move 0 to delta-scan-ptr.
032828     perform until delta-scan-ptr = delta-control-count
032829                or delta-ctl-ptr not = 0
032830         add 1 to delta-scan-ptr
032831         if delta-ctl-system(delta-scan-ptr) = run-system
032832             move delta-scan-ptr to delta-ctl-ptr
032833         end-if
032834     end-perform.
032835
032836*----------------------------------------------------------------
032837* 7310-DELTA-ONE-OBJECT compares orbit-table entry i's extract
032838* detail, just built, with its EXTRBASE image: no image is an
032839* add, a different one a change. EXTRBASE is brought up to the
032840* new values either way; a broken chain writes no details, as
032841* its section is being rebuilt for the next delta.
032842*----------------------------------------------------------------
032843 7310-delta-one-object.
032844     move extract-detail-center to delta-after-center.
032845     move extract-detail-depth to delta-after-depth.
032846     move extract-detail-path to delta-after-path.
032847     move extract-detail-attr-name to delta-after-name.
032848     move extract-detail-attr-class to delta-after-class.
032849     move extract-detail-attr-status to delta-after-status.
032850     move orbit-object(i) to delta-object.
032851     move space to delta-action.
032852     move run-system to extract-base-system.
032853     move delta-object to extract-base-object.
032854     read extract-base-fd
032855         invalid key
032856             move 'A' to delta-action
032857         not invalid key
032858             if extract-base-data not = delta-after-image
032859                 move 'C' to delta-action
032860                 move extract-base-data to delta-before-image
032861             end-if
032862     end-read.
032863     if delta-action = 'A'
032864         move spaces to delta-before-image
032865         move 0 to delta-before-depth
032866         move run-system to extract-base-system
032867         move delta-object to extract-base-object
032868         move delta-after-image to extract-base-data
032869         write extract-base-record
032870             invalid key
032871                 display "day6: EXTRBASE write failed for "
032872                     run-system " " delta-object
032873                     " - file status " extract-base-file-status
032874         end-write
032875     end-if.
032876     if delta-action = 'C'
032877         move delta-after-image to extract-base-data
032878         rewrite extract-base-record
032879             invalid key
032880                 display "day6: EXTRBASE rewrite failed for "
032881                     run-system " " delta-object
032882                     " - file status " extract-base-file-status
032883         end-rewrite
032884     end-if.
032885     if delta-action not = space
032886     and not delta-chain-broken
032887         perform 7315-write-delta-detail
032888     end-if.
032889
032890*----------------------------------------------------------------
032891* 7315-WRITE-DELTA-DETAIL writes one ORBDELT detail from
032892* delta-action, delta-object and the before and after images,
032893* and counts it under its action for the trailer.
032894*----------------------------------------------------------------
032895 7315-write-delta-detail.
032896     move 'D' to delta-detail-id.
032897     move delta-action to delta-detail-action.
032898     move delta-object to delta-detail-object.
032899     move delta-before-image to delta-detail-before.
032900     move delta-after-image to delta-detail-after.
032901     write delta-detail-record.
032902     if delta-action = 'A'
032903         add 1 to delta-add-count
032904     end-if.
032905     if delta-action = 'C'
032906         add 1 to delta-change-count
032907     end-if.
032908     if delta-action = 'D'
032909         add 1 to delta-delete-count
032910     end-if.
032911
032912*----------------------------------------------------------------
032913* 7320-CLEAR-BASE-SECTION deletes every EXTRBASE image held for
032914* run-system, so a broken chain is rebuilt whole from this run's
032915* extract.
032916*----------------------------------------------------------------
032917 7320-clear-base-section.
032918     perform 7325-start-base-section.
032919     perform until delta-base-eof
032920         read extract-base-fd next record
032921             at end
032922                 set delta-base-eof to true
032923             not at end
032924                 if extract-base-system not = run-system
032925                     set delta-base-eof to true
032926                 else
032927                     delete extract-base-fd
032928                         invalid key
032929                             continue
032930                     end-delete
032931                 end-if
032932         end-read
032933     end-perform.
032934
032935*----------------------------------------------------------------
032936* 7325-START-BASE-SECTION positions EXTRBASE at the first image
032937* held for run-system.
032938*----------------------------------------------------------------
032939 7325-start-base-section.
032940     set delta-base-eof-switch to 'N'.
032941     move run-system to extract-base-system.
032942     move low-values to extract-base-object.
032943     start extract-base-fd key not < extract-base-key
032944         invalid key
032945             set delta-base-eof to true
032946     end-start.
032947
032948*----------------------------------------------------------------
032949* 7330-SCAN-BASE-DELETES reads run-system's EXTRBASE section for
032950* images whose object is no longer in the catalog, once every
032951* detail of the extract has been through 7310.
032952*----------------------------------------------------------------
032953 7330-scan-base-deletes.
032954     perform 7325-start-base-section.
032955     perform until delta-base-eof
032956         read extract-base-fd next record
032957             at end
032958                 set delta-base-eof to true
032959             not at end
032960                 if extract-base-system not = run-system
032961                     set delta-base-eof to true
032962                 else
032963                     perform 7335-check-base-object
032964                 end-if
032965         end-read
032966     end-perform.
032967
032968*----------------------------------------------------------------
032969* 7335-CHECK-BASE-OBJECT writes a delete, and drops the image,
032970* when the EXTRBASE image just read has left the catalog. The
032971* orbit table is sorted, so the probe is SEARCH ALL.
032972*----------------------------------------------------------------
032973 7335-check-base-object.
032974     move extract-base-object to lookup-name.
032975     move 'D' to delta-action.
032976     search all orbit
032977         at end
032978             continue
032979         when orbit-object(orbit-i) = lookup-name
032980             move space to delta-action
032981     end-search.
032982     if delta-action = 'D'
032983         move extract-base-object to delta-object
032984         move extract-base-data to delta-before-image
032985         move spaces to delta-after-image
032986         move 0 to delta-after-depth
032987         perform 7315-write-delta-detail
032988         delete extract-base-fd
032989             invalid key
032990                 continue
032991         end-delete
032992     end-if.
032993
032994*----------------------------------------------------------------
032995* 7350-CLOSE-DELTA-SECTION adds the deletes to an unbroken
032996* section and writes its trailer - each action's count and
032997* their total - then moves run-system's DELTCTL entry on to
032998* this run's generation. The entry stays U until 0300 delivers
032999* it at the end of a clean run.
033000*----------------------------------------------------------------
033001 7350-close-delta-section.
033002     if not delta-chain-broken
033003         perform 7330-scan-base-deletes
033004     end-if.
033005     move delta-add-count to delta-detail-total.
033006     add delta-change-count to delta-detail-total.
033007     add delta-delete-count to delta-detail-total.
033008     move 'T' to delta-trailer-id.
033009     move delta-add-count to delta-trailer-add-count.
033010     move delta-change-count to delta-trailer-change-count.
033011     move delta-delete-count to delta-trailer-delete-count.
033012     move delta-detail-total to delta-trailer-count.
033013     write delta-trailer-record.
033014     move master-generation to delta-ctl-gen(delta-ctl-ptr).
033015     move run-start-date to delta-ctl-date(delta-ctl-ptr).
033016
033017*----------------------------------------------------------------
033018* 7390-WRITE-DELTA-CONTROL rewrites DELTCTL from the control
033019* table, one record per system.
033020*----------------------------------------------------------------
033021 7390-write-delta-control.
033022     open output delta-control-fd.
033023     move 0 to delta-scan-ptr.
033024     perform until delta-scan-ptr = delta-control-count
033025         add 1 to delta-scan-ptr
033026         move spaces to delta-control-record
033027         move delta-ctl-system(delta-scan-ptr)
033028             to delta-control-system
033029         move delta-ctl-gen(delta-scan-ptr) to delta-control-gen
033030         move delta-ctl-state(delta-scan-ptr)
033031             to delta-control-state
033032         move delta-ctl-date(delta-scan-ptr) to delta-control-date
033033         write delta-control-record
033034     end-perform.
033035     close delta-control-fd.
033036
033037*----------------------------------------------------------------
033038* 7395-DELIVER-DELTA-CONTROL marks every DELTCTL entry this run
033039* cut a section for as delivered (D) and rewrites the file -
033040* 0300 performs it only when the run gets that far, so each
033041* system's next delta picks up where this one left off.
033042*----------------------------------------------------------------
033043 7395-deliver-delta-control.
033044     move 0 to delta-scan-ptr.
033045     perform until delta-scan-ptr = delta-control-count
033046         add 1 to delta-scan-ptr
033047         if delta-ctl-touched(delta-scan-ptr) = 'Y'
033048             move 'D' to delta-ctl-state(delta-scan-ptr)
033049         end-if
033050     end-perform.
033051     perform 7390-write-delta-control.
033052
033053*----------------------------------------------------------------
033054* 8000-WRITE-CONTROL-REPORT writes the consolidated batch sign-
033055* off package: the run timestamps, one section per system with
033056* the totals 0220 captured as that system finished, and a grand
033057* total across systems - one CTLRPT to sign off instead of one
033058* per system. This is the one place downstream ops can look
033059* instead of eyeballing the per-system console DISPLAYs.
033060*----------------------------------------------------------------
033061 8000-write-control-report.
033062     open output control-rpt.
033063     move "ORBIT CATALOG BATCH CONTROL REPORT"
033064         to control-rpt-line.
033065     write control-rpt-line.
033066
033067     move spaces to control-rpt-line.
033068     string "RUN START: " run-start-date " " run-start-time
033069         delimited by size into control-rpt-line
033070     end-string.
033071     write control-rpt-line.
033072
033073     move spaces to control-rpt-line.
033074     string "RUN END:   " run-end-date " " run-end-time
033075         delimited by size into control-rpt-line
033076     end-string.
033077     write control-rpt-line.
033078
033079     move system-list-count to report-system-count.
033080     move spaces to control-rpt-line.
033081     string "SYSTEMS COVERED: " report-system-count
033082         delimited by size into control-rpt-line
033083     end-string.
033090     write control-rpt-line.
033100
033110     move spaces to control-rpt-line.
034310     end-if.
034320     write results-rpt-line.
034330
034331*----------------------------------------------------------------
034332* 8110-WRITE-NEAREST-RESULT writes the RESULTS record for a
034333* nearest-body card in the transfer query's layout: the nearest
034334* body stands in the to-object column, with its transfer count
034335* and system (the first found, when several tie - XFERRPT lists
034336* them all), or UNREACHABLE when nothing matched.
034337*----------------------------------------------------------------
034338 8110-write-nearest-result.
034339     move spaces to results-rpt-line.
034340     if nearest-count > 0
034341         move nearest-xfers(1) to route-hop-count
034342         string run-start-date " " run-system " "
034343             report-records-read " "
034344             report-orbit-count " " query-from " "
034345             nearest-object(1) " " route-hop-count " "
034346             nearest-system(1)
034347             delimited by size into results-rpt-line
034348         end-string
034349     else
034350         string run-start-date " " run-system " "
034351             report-records-read " "
034352             report-orbit-count " " query-from " "
034353             query-to " UNREACHABLE " run-system
034354             delimited by size into results-rpt-line
034355         end-string
034356     end-if.
034357     write results-rpt-line.
034359
034361*----------------------------------------------------------------
034363* 9200-UPDATE-RUN-HISTORY appends this run's control totals to
034365* the keyed RUNHIST master, remembering the chronologically
034370* last record already there (the previous run) on the way
034380* through so 9300 can compare against it. The history is
034390* bookkeeping, not the answer the run exists to produce, so a
