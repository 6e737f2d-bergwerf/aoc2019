000010 identification division.
000020 program-id. day6reg.
000030 author. bergwerf.
000040 date-written. 2026-10-15.
000050*----------------------------------------------------------------
000060* modification history
000070*   2026-10-15  init   original registry reconciliation - reads
000080*                      the external object registry's weekly
000090*                      REGISTRY listing and matches it, system by
000100*                      system, against ORBITMST and ORBITATT,
000110*                      writing a ready-to-review MAINTXN-format
000120*                      transaction file on REGTXN (adds and
000130*                      re-parents parent-first, N/R where the
000140*                      registry's name or class differ, deletes
000150*                      leaves-first for bodies the registry has
000160*                      dropped since last week's REGPREV listing)
000170*                      and a REGRPT report of every difference,
000180*                      generated or deliberately not, so ops can
000190*                      review it and run it through day6maint
000200*                      instead of keying the weekly diff by hand
000210*----------------------------------------------------------------
000220
000230 environment division.
000240 input-output section.
000250         file-control.
000260             select registry-fd assign to 'REGISTRY'
000270                 organization is line sequential
000280                 file status is registry-status.
000290             select previous-fd assign to 'REGPREV'
000300                 organization is line sequential
000310                 file status is previous-status.
000320             select master-fd assign to 'ORBITMST'
000330                 organization is indexed
000340                 access mode is dynamic
000350                 record key is orbit-master-key
000360                 file status is master-status.
000370             select attr-master-fd assign to 'ORBITATT'
000380                 organization is indexed
000390                 access mode is dynamic
000400                 record key is orbit-attr-key
000410                 file status is attr-master-status.
000420             select master-gen-fd assign to 'MSTGEN'
000430                 organization is line sequential
000440                 file status is master-gen-status.
000450             select transaction-out-fd assign to 'REGTXN'
000460                 organization is line sequential.
000470             select reconcile-rpt assign to 'REGRPT'
000480                 organization is line sequential.
000490             select registry-sort-wk assign to 'SORTWK1'.
000500             select transaction-sort-wk assign to 'SORTWK2'.
000510
000520 data division.
000530 file section.
000540 fd registry-fd.
000550*        One registry record per designator the registry knows in
000560*        a system: the body it orbits (COM for a system root), and
000570*        the common name and body class the registry has for it -
000580*        either may be blank when the registry does not say.
000590 01 registry-record.
000600             05 registry-system  pic X(2).
000610             05 filler           pic X(1).
000620             05 registry-object  pic X(8).
000630             05 filler           pic X(1).
000640             05 registry-parent  pic X(8).
000650             05 filler           pic X(1).
000660             05 registry-name    pic X(20).
000670             05 filler           pic X(1).
000680             05 registry-class   pic X(1).
000690
000700 fd previous-fd.
000710*        Last week's REGISTRY listing, kept by the job that
000720*        receives the feed. Only its designators are used: a body
000730*        on the master that last week's listing had and this
000740*        week's has not was dropped by the registry, while one
000750*        neither listing has was never the registry's to drop.
000760 01 previous-record  pic X(43).
000770
000780 fd master-fd.
000790*        The catalog master, shared via orbmst.cpy; read by system
000800*        with a keyed START, never written.
000810         copy orbmst.
000820
000830 fd attr-master-fd.
000840*        The attribute master, shared via orbatt.cpy; read by key,
000850*        never written.
000860         copy orbatt.
000870
000880 fd master-gen-fd.
000890*        The master generation the reconciliation was taken
000900*        against, quoted on REGRPT so the reviewer knows how
000910*        current the generated transactions are.
000920     copy mstgen.
000930
000940 fd transaction-out-fd.
000950*        The generated transactions in day6maint's MAINTXN layout
000960*        (see transaction-record below).
000970 01 transaction-out-line  pic X(70).
000980
000990 fd reconcile-rpt.
001000 01 reconcile-rpt-line  pic X(72).
001010
001020 sd registry-sort-wk.
001030 01 registry-sort-rec.
001040             05 sort-reg-system  pic X(2).
001050             05 filler           pic X(1).
001060             05 sort-reg-object  pic X(8).
001070             05 filler           pic X(1).
001080             05 sort-reg-parent  pic X(8).
001090             05 filler           pic X(1).
001100             05 sort-reg-name    pic X(20).
001110             05 filler           pic X(1).
001120             05 sort-reg-class   pic X(1).
001130
001140 sd transaction-sort-wk.
001150*        Generated transactions are released in the order the
001160*        reconciliation decides them and returned in the order
001170*        day6maint must apply them: by system, then adds and
001180*        re-parents shallowest first (a parent before anything
001190*        hung under it), then attribute records, then deletes in
001200*        the leaves-first order they were decided in.
001210 01 transaction-sort-rec.
001220             05 sort-txn-system  pic X(2).
001230             05 sort-txn-phase   pic 9(1).
001240             05 sort-txn-order   pic 9(9).
001250             05 sort-txn-object  pic X(8).
001260             05 sort-txn-image   pic X(70).
001270
001280 working-storage section.
001290*        The generated transaction being built, in day6maint's
001300*        MAINTXN layout: applying at once and signed by the
001310*        reconciliation's own submitter ID, so every D and M still
001320*        needs a MAINTAPP approval card from whoever reviews the
001330*        file.
001340 01 transaction-record.
001350             05 transaction-code         pic X(1).
001360             05 filler                   pic X(1).
001370             05 transaction-system       pic X(2).
001380             05 filler                   pic X(1).
001390             05 transaction-object       pic X(8).
001400             05 filler                   pic X(1).
001410             05 transaction-center       pic X(8).
001420             05 filler                   pic X(1).
001430             05 transaction-override     pic X(1).
001440             05 filler                   pic X(1).
001450             05 transaction-to-system    pic X(2).
001460             05 filler                   pic X(1).
001470             05 transaction-eff-date     pic 9(8).
001480             05 filler                   pic X(1).
001490             05 transaction-attr-name    pic X(20).
001500             05 filler                   pic X(1).
001510             05 transaction-attr-class   pic X(1).
001520             05 filler                   pic X(1).
001530             05 transaction-attr-status  pic X(1).
001540             05 filler                   pic X(1).
001550             05 transaction-submitter    pic X(8).
001560
001570 01 registry-status     pic X(2).
001580 01 previous-status     pic X(2).
001590 01 master-status       pic X(2).
001600 01 attr-master-status  pic X(2).
001610 01 master-gen-status   pic X(2).
001620
001630 01 sort-eof-switch  pic X(1) value 'N'.
001640         88 sort-eof  value 'Y'.
001650 01 master-eof-switch  pic X(1) value 'N'.
001660         88 master-eof  value 'Y'.
001670 01 master-absent-switch  pic X(1) value 'N'.
001680         88 master-absent  value 'Y'.
001690 01 attr-absent-switch  pic X(1) value 'N'.
001700         88 attr-absent  value 'Y'.
001710 01 previous-present-switch  pic X(1) value 'N'.
001720         88 previous-present  value 'Y'.
001730
001740*        The submitter ID every generated transaction carries.
001750 01 reconcile-submitter  pic X(8) value "REGRECON".
001760
001770*        The whole registry listing, sorted on system + object so
001780*        each system is one contiguous slice and every lookup is a
001790*        SEARCH ALL. The work bytes record what the reconciliation
001800*        decided for the entry: reg-on-master and
001810*        reg-master-center what the master holds for it,
001820*        reg-action the transaction generated (space for none
001830*        needed; L or U for one deliberately not generated
001840*        because the registry's parent chain loops or ends on a
001850*        body nobody has), reg-exists whether the body will be
001860*        on the catalog once REGTXN is applied, and reg-depth
001870*        how many registry parents stand above it - the order
001880*        its add or re-parent must go in.
001890 01 registry-table-max  pic 9(9) value 999999 usage is binary.
001900 01 registry-count      pic 9(9) value 0 usage is binary.
001910 01 registry-table.
001920         05 registry-entry  occurs 1 to 999999 times
001930                         depending on registry-count
001940                         ascending key is reg-key
001950                         indexed by reg-i.
001960             10 reg-key.
001970                 15 reg-system  pic X(2).
001980                 15 reg-object  pic X(8).
001990             10 reg-parent         pic X(8).
002000             10 reg-name           pic X(20).
002010             10 reg-class          pic X(1).
002020             10 reg-on-master      pic X(1).
002030             10 reg-master-center  pic X(8).
002040             10 reg-action         pic X(1).
002050             10 reg-exists         pic X(1).
002060             10 reg-depth          pic 9(9) usage is binary.
002070
002080*        Last week's designators, sorted the same way.
002090 01 previous-count  pic 9(9) value 0 usage is binary.
002100 01 previous-table.
002110         05 previous-entry  occurs 1 to 999999 times
002120                         depending on previous-count
002130                         ascending key is previous-key
002140                         indexed by prev-i.
002150             10 previous-key.
002160                 15 previous-system  pic X(2).
002170                 15 previous-object  pic X(8).
002180
002190*        The master records of the system being reconciled, in
002200*        key order as the START reads them. mst-fate says how the
002210*        registry sees the body: R listed, X dropped since last
002220*        week and not yet decided, D dropped and deleted, K
002230*        dropped but kept, U never listed. mst-final-center is the
002240*        center it will have once REGTXN is applied, for the
002250*        orphan check behind every generated delete.
002260 01 master-table-max  pic 9(9) value 999999 usage is binary.
002270 01 master-count      pic 9(9) value 0 usage is binary.
002280 01 master-table.
002290         05 master-entry  occurs 1 to 999999 times
002300                         depending on master-count
002310                         ascending key is mst-object
002320                         indexed by mst-i.
002330             10 mst-object        pic X(8).
002340             10 mst-center        pic X(8).
002350             10 mst-final-center  pic X(8).
002360             10 mst-fate          pic X(1).
002370             10 mst-child-count   pic 9(9) usage is binary.
002380             10 mst-depth         pic 9(9) usage is binary.
002390
002400*        The systems the registry listed, for the pass that
002410*        reports the master's other systems as not reconciled.
002415 01 system-list-max    pic 9(4) value 99 usage is binary.
002420 01 system-list-count  pic 9(4) value 0 usage is binary.
002430 01 system-list.
002440         05 system-list-entry  occurs 1 to 99 times
002450                         depending on system-list-count.
002460             10 listed-system  pic X(2).
002470
002480*        Registry slice and scratch subscripts.
002490 01 current-system  pic X(2) value spaces.
002500 01 reg-lo    pic 9(9) value 0 usage is binary.
002510 01 reg-hi    pic 9(9) value 0 usage is binary.
002520 01 r         pic 9(9) value 0 usage is binary.
002530 01 r-found   pic 9(9) value 0 usage is binary.
002540 01 m         pic 9(9) value 0 usage is binary.
002550 01 m2        pic 9(9) value 0 usage is binary.
002560 01 m-found   pic 9(9) value 0 usage is binary.
002570 01 s         pic 9(4) value 0 usage is binary.
002580 01 hop-count     pic 9(9) value 0 usage is binary.
002590 01 depth-level   pic 9(9) value 0 usage is binary.
002600 01 max-depth     pic 9(9) value 0 usage is binary.
002610 01 delete-sequence  pic 9(9) value 0.
002620
002630*        Lookup fields.
002640 01 probe-object  pic X(8) value spaces.
002650 01 probe-key.
002660     05 probe-system  pic X(2).
002670     05 probe-object-key  pic X(8).
002680 01 master-found-switch  pic X(1) value 'N'.
002690         88 master-found  value 'Y'.
002700 01 registry-found-switch  pic X(1) value 'N'.
002710         88 registry-found  value 'Y'.
002720 01 previous-found-switch  pic X(1) value 'N'.
002730         88 previous-found  value 'Y'.
002740 01 system-listed-switch  pic X(1) value 'N'.
002750         88 system-listed  value 'Y'.
002760
002770*        Chain-walk fields for 2410-WALK-REGISTRY-CHAIN.
002780 01 walk-ptr  pic X(8) value spaces.
002790 01 walk-done-switch  pic X(1) value 'N'.
002800         88 walk-done  value 'Y'.
002810 01 anchor-state  pic X(1) value space.
002820         88 anchor-undecided  value space.
002830         88 chain-anchored    value 'Y'.
002840         88 chain-unanchored  value 'N'.
002850 01 chain-loops-switch  pic X(1) value 'N'.
002860         88 chain-loops  value 'Y'.
002870 01 orphan-found-switch  pic X(1) value 'N'.
002880         88 orphan-found  value 'Y'.
002890 01 orphan-object  pic X(8) value spaces.
002900 01 unlisted-system  pic X(2) value spaces.
002910 01 unlisted-object-count  pic 9(9) value 0.
002920
002930*        The transaction being built for release, and the pieces
002940*        of the REGRPT detail line that describes it.
002950 01 generated-phase  pic 9(1) value 0.
002960 01 generated-order  pic 9(9) value 0.
002970 01 detail-code    pic X(1) value space.
002980 01 detail-object  pic X(8) value spaces.
002990 01 detail-text    pic X(55) value spaces.
003000 01 new-name       pic X(20) value spaces.
003010 01 new-class      pic X(1) value space.
003020 01 new-status     pic X(1) value space.
003030 01 generated-center  pic X(8) value spaces.
003040 01 attr-found-switch  pic X(1) value 'N'.
003050         88 attr-found  value 'Y'.
003060
003070*        DISPLAY-usage counters so STRING can edit them straight
003080*        into the report lines.
003090 01 master-generation      pic 9(9) value 0.
003100 01 registry-read-count    pic 9(9) value 0.
003110 01 duplicate-count        pic 9(9) value 0.
003120 01 system-count           pic 9(9) value 0.
003130 01 matched-count          pic 9(9) value 0.
003140 01 add-count              pic 9(9) value 0.
003150 01 change-count           pic 9(9) value 0.
003160 01 move-count             pic 9(9) value 0.
003170 01 delete-count           pic 9(9) value 0.
003180 01 attr-new-count         pic 9(9) value 0.
003190 01 attr-revise-count      pic 9(9) value 0.
003200 01 not-generated-count    pic 9(9) value 0.
003210 01 transaction-out-count  pic 9(9) value 0.
003220
003230 procedure division.
003240*----------------------------------------------------------------
003250* 0000-MAINLINE loads the registry and last week's listing, then
003260* reconciles every registry system against the master inside the
003270* input procedure of the sort that puts the generated
003280* transactions into applying order on REGTXN.
003290*----------------------------------------------------------------
003300 0000-mainline.
003310     perform 1000-initialize.
003320     perform 1100-load-registry.
003330     perform 1200-load-previous-listing.
003340     sort transaction-sort-wk on ascending key sort-txn-system
003350             sort-txn-phase sort-txn-order sort-txn-object
003360         input procedure is 2000-reconcile-systems
003370         output procedure is 8000-write-transactions.
003380     perform 9000-finish.
003390     stop run.
003400
003410*----------------------------------------------------------------
003420* 1000-INITIALIZE opens the report and the masters and quotes the
003430* master generation. A missing ORBITMST means every registry body
003440* is an add; a missing ORBITATT means every registry name and
003450* class is a new attribute record.
003460*----------------------------------------------------------------
003470 1000-initialize.
003480     open output reconcile-rpt.
003490     move "ORBIT CATALOG REGISTRY RECONCILIATION"
003500         to reconcile-rpt-line.
003510     write reconcile-rpt-line.
003520
003530     open input master-gen-fd.
003540     if master-gen-status = "00"
003550         read master-gen-fd
003560             at end
003570                 continue
003580             not at end
003590                 move master-gen-count to master-generation
003600         end-read
003610         close master-gen-fd
003620     end-if.
003630     move spaces to reconcile-rpt-line.
003640     string "AGAINST MASTER GENERATION " master-generation
003650         delimited by size into reconcile-rpt-line
003660     end-string.
003670     write reconcile-rpt-line.
003680
003690     open input master-fd.
003700     if master-status = "35"
003710         set master-absent to true
003715         move spaces to reconcile-rpt-line
003720         string "ORBITMST NOT ON FILE - EVERY REGISTRY BODY "
003725             "IS AN ADD" delimited by size
003730             into reconcile-rpt-line
003735         end-string
003740         write reconcile-rpt-line
003750     else
003760         if master-status not = "00"
003770             display "day6reg: cannot open master catalog "
003780                 "ORBITMST - file status " master-status
003790             stop run
003800         end-if
003810     end-if.
003820
003830     open input attr-master-fd.
003840     if attr-master-status not = "00"
003850         set attr-absent to true
003855         move spaces to reconcile-rpt-line
003860         string "ORBITATT NOT ON FILE - NO ATTRIBUTE RECORDS TO "
003865             "MATCH" delimited by size
003870             into reconcile-rpt-line
003875         end-string
003880         write reconcile-rpt-line
003890     end-if.
003900
003910*----------------------------------------------------------------
003920* 1100-LOAD-REGISTRY sorts the REGISTRY listing on system + object
003930* straight into the registry table. A designator listed twice in
003940* one system keeps its first listing; the second is reported.
003950*----------------------------------------------------------------
003960 1100-load-registry.
003970     open input registry-fd.
003980     if registry-status not = "00"
003990         display "day6reg: no registry listing found on REGISTRY"
004000             " - file status " registry-status
004010         stop run
004020     end-if.
004030     close registry-fd.
004040     sort registry-sort-wk on ascending key sort-reg-system
004050             sort-reg-object
004060         using registry-fd
004070         output procedure is 1110-take-registry.
004080
004082*----------------------------------------------------------------
004084* 1110-TAKE-REGISTRY is the sort's output procedure: it returns
004086* the sorted registry listing to 1120 one record at a time.
004088*----------------------------------------------------------------
004090 1110-take-registry.
004100     set sort-eof-switch to 'N'.
004110     perform until sort-eof
004120         return registry-sort-wk
004130             at end
004140                 set sort-eof to true
004150             not at end
004160                 perform 1120-take-registry-record
004170         end-return
004180     end-perform.
004190
004200*----------------------------------------------------------------
004210* 1120-TAKE-REGISTRY-RECORD stores one sorted registry listing,
004220* or reports it when its designator is already in the table.
004230*----------------------------------------------------------------
004240 1120-take-registry-record.
004250     add 1 to registry-read-count.
004260     if registry-count > 0
004270     and sort-reg-system = reg-system(registry-count)
004280     and sort-reg-object = reg-object(registry-count)
004290         add 1 to duplicate-count
004300         move spaces to reconcile-rpt-line
004310         string "DUPLICATE ON REGISTRY: " sort-reg-system
004320             " " sort-reg-object " - SECOND LISTING IGNORED"
004330             delimited by size into reconcile-rpt-line
004340         end-string
004350         write reconcile-rpt-line
004360     else
004370         if registry-count = registry-table-max
004380             display "day6reg: registry listing exceeds "
004390                 "the table limit of " registry-table-max
004400             display "day6reg: increase registry-table-max and "
004410                 "recompile before rerunning"
004420             stop run
004430         end-if
004440         add 1 to registry-count
004450         move registry-count to r
004460         move sort-reg-system to reg-system(r)
004470         move sort-reg-object to reg-object(r)
004480         move sort-reg-parent to reg-parent(r)
004490         move sort-reg-name to reg-name(r)
004500         move sort-reg-class to reg-class(r)
004510         move 'N' to reg-on-master(r)
004520         move spaces to reg-master-center(r)
004530         move space to reg-action(r)
004540         move 'N' to reg-exists(r)
004550         move 0 to reg-depth(r)
004560     end-if.
004570
004580*----------------------------------------------------------------
004590* 1200-LOAD-PREVIOUS-LISTING sorts last week's REGPREV listing the
004600* same way into the previous table. Without it nothing on the
004610* master can be told apart from a body the registry never knew,
004620* so no deletes are generated - the report says so.
004630*----------------------------------------------------------------
004640 1200-load-previous-listing.
004650     open input previous-fd.
004660     if previous-status = "00"
004670         set previous-present to true
004680         close previous-fd
004690         sort registry-sort-wk on ascending key sort-reg-system
004700                 sort-reg-object
004710             using previous-fd
004720             output procedure is 1210-take-previous
004730     else
004735         move spaces to reconcile-rpt-line
004740         string "NO PREVIOUS LISTING ON REGPREV - NO DELETES "
004745             "GENERATED" delimited by size
004750             into reconcile-rpt-line
004755         end-string
004760         write reconcile-rpt-line
004770     end-if.
004780
004781*----------------------------------------------------------------
004782* 1210-TAKE-PREVIOUS is the REGPREV sort's output procedure: it
004783* returns the sorted previous listing to 1220 one record at a
004784* time.
004785*----------------------------------------------------------------
004790 1210-take-previous.
004800     set sort-eof-switch to 'N'.
004810     perform until sort-eof
004820         return registry-sort-wk
004830             at end
004840                 set sort-eof to true
004850             not at end
004860                 perform 1220-take-previous-record
004870         end-return
004880     end-perform.
004890
004900*----------------------------------------------------------------
004910* 1220-TAKE-PREVIOUS-RECORD stores one sorted previous listing,
004920* once per designator.
004930*----------------------------------------------------------------
004940 1220-take-previous-record.
004950     if previous-count > 0
004960     and sort-reg-system = previous-system(previous-count)
004970     and sort-reg-object = previous-object(previous-count)
004980         continue
004990     else
005000         if previous-count = registry-table-max
005010             display "day6reg: previous listing exceeds "
005020                 "the table limit of " registry-table-max
005030             display "day6reg: increase registry-table-max and "
005040                 "recompile before rerunning"
005050             stop run
005060         end-if
005070         add 1 to previous-count
005080         move sort-reg-system to previous-system(previous-count)
005090         move sort-reg-object to previous-object(previous-count)
005100     end-if.
005110
005120*----------------------------------------------------------------
005130* 2000-RECONCILE-SYSTEMS is the sort's input procedure: it takes
005140* the registry table one system slice at a time, then reports the
005150* systems the master holds that the registry did not list.
005160*----------------------------------------------------------------
005170 2000-reconcile-systems.
005180     move 1 to reg-lo.
005190     perform until reg-lo > registry-count
005200         move reg-system(reg-lo) to current-system
005210         move reg-lo to reg-hi
005220         perform until reg-hi = registry-count
005230         or reg-system(reg-hi + 1) not = current-system
005240             add 1 to reg-hi
005250         end-perform
005257         if system-list-count = system-list-max
005264             display "day6reg: registry lists more systems than "
005271                 "the table limit of " system-list-max
005278             display "day6reg: increase system-list-max and "
005285                 "recompile before rerunning"
005292             stop run
005300         end-if
005302         add 1 to system-list-count
005304         move current-system
005306             to listed-system(system-list-count)
005310         perform 2100-reconcile-system
005320         compute reg-lo = reg-hi + 1
005330     end-perform.
005340     if not master-absent
005350         perform 2900-report-unlisted-systems
005360     end-if.
005370
005380*----------------------------------------------------------------
005390* 2100-RECONCILE-SYSTEM reconciles the registry slice reg-lo thru
005400* reg-hi for current-system: the catalog side first (adds and
005410* re-parents), then the attribute records, then what the master
005420* holds that the registry no longer lists.
005430*----------------------------------------------------------------
005440 2100-reconcile-system.
005450     add 1 to system-count.
005460     move spaces to reconcile-rpt-line.
005470     write reconcile-rpt-line.
005480     move spaces to reconcile-rpt-line.
005490     string "SYSTEM " current-system
005500         delimited by size into reconcile-rpt-line
005510     end-string.
005520     write reconcile-rpt-line.
005530     perform 2200-load-master-system.
005540     perform 2300-match-registry.
005550     perform 2350-count-children.
005560     perform 2400-resolve-registry.
005570     perform 2500-reconcile-attributes.
005580     perform 2600-classify-unlisted.
005590     perform 2700-decide-deletes.
005600
005610*----------------------------------------------------------------
005620* 2200-LOAD-MASTER-SYSTEM reads current-system's master records
005630* into the master table with a keyed START, in key order - so
005640* the table is already in the ascending order SEARCH ALL needs.
005650*----------------------------------------------------------------
005660 2200-load-master-system.
005670     move 0 to master-count.
005680     if not master-absent
005690         set master-eof-switch to 'N'
005700         move current-system to orbit-master-system
005710         move low-values to orbit-master-object
005720         start master-fd key not < orbit-master-key
005730             invalid key
005740                 set master-eof to true
005750         end-start
005760         perform until master-eof
005770             read master-fd next record
005780                 at end
005790                     set master-eof to true
005800                 not at end
005810                     if orbit-master-system not = current-system
005820                         set master-eof to true
005830                     else
005840                         perform 2210-take-master-record
005850                     end-if
005860             end-read
005870         end-perform
005880     end-if.
005890
005891*----------------------------------------------------------------
005892* 2210-TAKE-MASTER-RECORD adds the master record just read to the
005893* master table, fate U and no children counted until the later
005894* passes decide them.
005895*----------------------------------------------------------------
005900 2210-take-master-record.
005910     if master-count = master-table-max
005920         display "day6reg: system " current-system " exceeds the "
005930             "master table limit of " master-table-max
005940         display "day6reg: increase master-table-max and "
005950             "recompile before rerunning"
005960         stop run
005970     end-if.
005980     add 1 to master-count.
005990     move orbit-master-object to mst-object(master-count).
006000     move orbit-master-center to mst-center(master-count).
006010     move orbit-master-center to mst-final-center(master-count).
006020     move 'U' to mst-fate(master-count).
006030     move 0 to mst-child-count(master-count).
006040     move 0 to mst-depth(master-count).
006050
006060*----------------------------------------------------------------
006070* 2300-MATCH-REGISTRY looks every registry body of the slice up on
006080* the master, noting the center it has there, and marks the
006090* master bodies the registry lists.
006100*----------------------------------------------------------------
006110 2300-match-registry.
006120     move reg-lo to r.
006130     perform until r > reg-hi
006140         move reg-object(r) to probe-object
006150         perform 2310-find-master
006160         if master-found
006170             move 'Y' to reg-on-master(r)
006180             move 'Y' to reg-exists(r)
006190             move mst-center(m-found) to reg-master-center(r)
006200             move 'R' to mst-fate(m-found)
006210         end-if
006220         add 1 to r
006230     end-perform.
006240
006250*----------------------------------------------------------------
006260* 2310-FIND-MASTER sets master-found, and m-found on the entry,
006270* when probe-object is on the master table.
006280*----------------------------------------------------------------
006290 2310-find-master.
006300     set master-found-switch to 'N'.
006310     if master-count > 0
006320         search all master-entry
006330             at end
006340                 continue
006350             when mst-object(mst-i) = probe-object
006360                 set master-found to true
006370                 set m-found to mst-i
006380         end-search
006390     end-if.
006400
006410*----------------------------------------------------------------
006420* 2320-FIND-REGISTRY sets registry-found, and r-found on the
006430* entry, when probe-object is listed in current-system.
006440*----------------------------------------------------------------
006450 2320-find-registry.
006460     set registry-found-switch to 'N'.
006470     move current-system to probe-system.
006480     move probe-object to probe-object-key.
006490     search all registry-entry
006500         at end
006510             continue
006520         when reg-key(reg-i) = probe-key
006530             set registry-found to true
006540             set r-found to reg-i
006550     end-search.
006560
006570*----------------------------------------------------------------
006580* 2350-COUNT-CHILDREN counts each master body's satellites, which
006590* decides whether a re-parent is keyed as a change (a body with
006600* nothing orbiting it) or as a subtree move.
006610*----------------------------------------------------------------
006620 2350-count-children.
006630     move 1 to m.
006640     perform until m > master-count
006650         move mst-center(m) to probe-object
006660         perform 2310-find-master
006670         if master-found
006680             add 1 to mst-child-count(m-found)
006690         end-if
006700         add 1 to m
006710     end-perform.
006720
006730*----------------------------------------------------------------
006740* 2400-RESOLVE-REGISTRY decides each registry body's catalog
006750* transaction once every body of the slice has been walked up its
006760* registry parents: the walk settles which bodies can be placed
006770* at all, and how deep each sits, before anything is generated.
006780*----------------------------------------------------------------
006790 2400-resolve-registry.
006800     move reg-lo to r.
006810     perform until r > reg-hi
006820         perform 2410-walk-registry-chain
006830         add 1 to r
006840     end-perform.
006850     move reg-lo to r.
006860     perform until r > reg-hi
006870         perform 2430-decide-registry-body
006880             thru 2430-decide-registry-body-exit
006890         add 1 to r
006900     end-perform.
006910
006920*----------------------------------------------------------------
006930* 2410-WALK-REGISTRY-CHAIN walks the body at r up its registry
006940* parents. The body can be placed when its parent will be on the
006950* catalog by then: COM, a body on the master, or a new body that
006960* can itself be placed - so the walk is anchored by the first
006970* parent that is not a new body, and fails when it runs off the
006980* registry onto a designator nobody has. It carries on through
006990* the registry to count reg-depth; a walk that comes back to the
007000* body, or outlasts the slice without being anchored, loops.
007010*----------------------------------------------------------------
007020 2410-walk-registry-chain.
007030     move 0 to hop-count.
007040     set walk-done-switch to 'N'.
007050     set chain-loops-switch to 'N'.
007060     move space to anchor-state.
007070     move reg-parent(r) to walk-ptr.
007080     perform until walk-done
007090         add 1 to hop-count
007100         evaluate true
007110             when walk-ptr = reg-object(r)
007120             or hop-count > reg-hi - reg-lo + 1
007130                 set chain-loops to true
007140                 set walk-done to true
007150             when walk-ptr = "COM"
007160                 if anchor-undecided
007170                     set chain-anchored to true
007180                 end-if
007190                 set walk-done to true
007200             when other
007210                 move walk-ptr to probe-object
007220                 perform 2320-find-registry
007230                 if registry-found
007240                     if anchor-undecided
007250                     and reg-on-master(r-found) = 'Y'
007260                         set chain-anchored to true
007270                     end-if
007280                     move reg-parent(r-found) to walk-ptr
007290                 else
007300                     if anchor-undecided
007310                         perform 2310-find-master
007320                         if master-found
007330                             set chain-anchored to true
007340                         else
007350                             set chain-unanchored to true
007360                         end-if
007370                     end-if
007380                     set walk-done to true
007390                 end-if
007400         end-evaluate
007410     end-perform.
007420     move hop-count to reg-depth(r).
007430     if chain-loops
007440     and (walk-ptr = reg-object(r) or not chain-anchored)
007450         move 'L' to reg-action(r)
007460     else
007470         if chain-anchored
007480             move 'Y' to reg-exists(r)
007490         else
007500             move 'U' to reg-action(r)
007510         end-if
007520     end-if.
007530
007540*----------------------------------------------------------------
007550* 2420-WRITE-DETAIL writes one REGRPT difference line: the code
007560* generated for the body (- where none was), the body, and what
007570* was found.
007580*----------------------------------------------------------------
007590 2420-write-detail.
007600     move spaces to reconcile-rpt-line.
007610     string "  " detail-code "  " detail-object "  " detail-text
007620         delimited by size into reconcile-rpt-line
007630     end-string.
007640     write reconcile-rpt-line.
007650
007660*----------------------------------------------------------------
007670* 2430-DECIDE-REGISTRY-BODY generates the add, change or move for
007680* the registry body at r, or reports why it was not generated. A
007690* body already under its registry parent needs nothing. A re-
007700* parented body with nothing orbiting it is keyed as a change;
007710* one with satellites as a subtree move, so day6maint's cycle
007720* check covers it.
007730*----------------------------------------------------------------
007740 2430-decide-registry-body.
007750     move reg-object(r) to detail-object.
007760     move spaces to detail-text.
007770     if reg-on-master(r) = 'Y'
007780     and reg-parent(r) = reg-master-center(r)
007790         add 1 to matched-count
007800         go to 2430-decide-registry-body-exit
007810     end-if.
007820     if reg-action(r) = 'L'
007830         add 1 to not-generated-count
007840         move '-' to detail-code
007850         string "REGISTRY PARENT CHAIN LOOPS AT " reg-parent(r)
007860             " - NOT GENERATED"
007870             delimited by size into detail-text
007880         end-string
007890         perform 2420-write-detail
007900         go to 2430-decide-registry-body-exit
007910     end-if.
007920     if reg-action(r) = 'U'
007930         add 1 to not-generated-count
007940         move '-' to detail-code
007950         if reg-on-master(r) = 'Y'
007960             string "NEW PARENT " reg-parent(r)
007970                 " NOT ON FILE - NOT GENERATED"
007980                 delimited by size into detail-text
007990             end-string
008000         else
008010             string "PARENT " reg-parent(r)
008020                 " NOT ON FILE - ADD NOT GENERATED"
008030                 delimited by size into detail-text
008040             end-string
008050         end-if
008060         perform 2420-write-detail
008070         go to 2430-decide-registry-body-exit
008080     end-if.
008090     move reg-parent(r) to generated-center.
008100     move 1 to generated-phase.
008110     move reg-depth(r) to generated-order.
008120     if reg-on-master(r) = 'Y'
008130         move reg-object(r) to probe-object
008140         perform 2310-find-master
008150         move reg-parent(r) to mst-final-center(m-found)
008160         if mst-child-count(m-found) > 0
008170             move 'M' to reg-action(r)
008180             add 1 to move-count
008190             string "SUBTREE RE-PARENTED " reg-master-center(r)
008200                 " > " reg-parent(r)
008210                 delimited by size into detail-text
008220             end-string
008230         else
008240             move 'C' to reg-action(r)
008250             add 1 to change-count
008260             string "RE-PARENTED " reg-master-center(r)
008270                 " > " reg-parent(r)
008280                 delimited by size into detail-text
008290             end-string
008300         end-if
008310     else
008320         move 'A' to reg-action(r)
008330         add 1 to add-count
008340         string "NEW - ORBITS " reg-parent(r)
008350             delimited by size into detail-text
008360         end-string
008370     end-if.
008380     move reg-action(r) to detail-code.
008390     perform 2800-release-transaction.
008400     perform 2420-write-detail.
008410 2430-decide-registry-body-exit.
008420     exit.
008430
008440*----------------------------------------------------------------
008450* 2500-RECONCILE-ATTRIBUTES compares the registry's name and class
008460* for every body that will be on the catalog with its ORBITATT
008470* record: no record is an N, a different name or class an R. A
008480* blank registry name or class means the registry does not say,
008490* and the attribute master's own value stands. The registry
008500* carries no operational status, so an N goes in as U unknown
008510* and an R keeps the status on file; an N for a body the
008515* registry gives no class goes in as U unclassified.
008520*----------------------------------------------------------------
008530 2500-reconcile-attributes.
008540     move reg-lo to r.
008550     perform until r > reg-hi
008560         if reg-exists(r) = 'Y'
008570         and (reg-name(r) not = spaces
008580         or reg-class(r) not = space)
008590             perform 2510-match-attribute
008600         end-if
008610         add 1 to r
008620     end-perform.
008630
008631*----------------------------------------------------------------
008632* 2510-MATCH-ATTRIBUTE reads registry body r's ORBITATT record
008633* and generates an N when there is none, or an R when the name
008634* or class the registry gives differs from the one on file.
008635*----------------------------------------------------------------
008640 2510-match-attribute.
008650     move reg-object(r) to detail-object.
008660     move spaces to detail-text.
008670     move spaces to generated-center.
008680     move 2 to generated-phase.
008690     move 0 to generated-order.
008700     set attr-found-switch to 'N'.
008710     if not attr-absent
008720         move current-system to orbit-attr-system
008730         move reg-object(r) to orbit-attr-object
008740         read attr-master-fd
008750             invalid key
008760                 continue
008770             not invalid key
008780                 set attr-found to true
008790         end-read
008800     end-if.
008810     if not attr-found
008820         move reg-name(r) to new-name
008830         move reg-class(r) to new-class
008832         if new-class = space
008834             move 'U' to new-class
008836         end-if
008840         move 'U' to new-status
008850         move 'N' to detail-code
008860         add 1 to attr-new-count
008870         string "ATTRIBUTES NEW: " new-name " " new-class
008880             delimited by size into detail-text
008890         end-string
008900         perform 2800-release-transaction
008910         perform 2420-write-detail
008920     else
008930         move orbit-attr-name to new-name
008940         move orbit-attr-class to new-class
008950         move orbit-attr-status to new-status
008960         if reg-name(r) not = spaces
008970             move reg-name(r) to new-name
008980         end-if
008990         if reg-class(r) not = space
009000             move reg-class(r) to new-class
009010         end-if
009020         if new-name not = orbit-attr-name
009030         or new-class not = orbit-attr-class
009040             move 'R' to detail-code
009050             add 1 to attr-revise-count
009060             string "WAS " orbit-attr-name " " orbit-attr-class
009070                 "  NOW " new-name " " new-class
009080                 delimited by size into detail-text
009090             end-string
009100             perform 2800-release-transaction
009110             perform 2420-write-detail
009120         end-if
009130     end-if.
009140
009150*----------------------------------------------------------------
009160* 2600-CLASSIFY-UNLISTED sorts the master bodies the registry did
009170* not list into those last week's listing had - dropped by the
009180* registry, candidates for a delete, whose master depth 2610
009190* works out - and those it never had, which are reported and
009200* left alone.
009210*----------------------------------------------------------------
009220 2600-classify-unlisted.
009230     move 0 to max-depth.
009240     move 1 to m.
009250     perform until m > master-count
009260         if mst-fate(m) = 'U'
009270             if previous-present
009280                 move current-system to probe-system
009290                 move mst-object(m) to probe-object-key
009300                 search all previous-entry
009310                     at end
009320                         continue
009330                     when previous-key(prev-i) = probe-key
009340                         move 'X' to mst-fate(m)
009350                         perform 2610-master-depth
009360                 end-search
009370             end-if
009380             if mst-fate(m) = 'U'
009390                 add 1 to not-generated-count
009400                 move '-' to detail-code
009410                 move mst-object(m) to detail-object
009420                 move spaces to detail-text
009430                 if previous-present
009440                     move "NEVER ON REGISTRY - NOT GENERATED"
009450                         to detail-text
009460                 else
009470                     move "NOT ON REGISTRY, NO PREVIOUS LISTING"
009480                         to detail-text
009490                 end-if
009500                 perform 2420-write-detail
009510             end-if
009520         end-if
009530         add 1 to m
009540     end-perform.
009550
009560*----------------------------------------------------------------
009570* 2610-MASTER-DEPTH counts the hops from the master body at m up
009580* its master centers until the chain leaves the master, keeping
009590* the deepest seen in max-depth. A looping chain stops at the
009600* table size.
009610*----------------------------------------------------------------
009620 2610-master-depth.
009630     move 0 to hop-count.
009640     set walk-done-switch to 'N'.
009650     move mst-object(m) to walk-ptr.
009660     perform until walk-done
009670         move walk-ptr to probe-object
009680         perform 2310-find-master
009690         if master-found
009700         and hop-count not > master-count
009710             add 1 to hop-count
009720             move mst-center(m-found) to walk-ptr
009730         else
009740             set walk-done to true
009750         end-if
009760     end-perform.
009770     move hop-count to mst-depth(m).
009780     if hop-count > max-depth
009790         move hop-count to max-depth
009800     end-if.
009810
009820*----------------------------------------------------------------
009830* 2700-DECIDE-DELETES takes the dropped bodies deepest first, so
009840* that by the time a body is decided everything that orbited it
009850* has been - the leaves-first order day6maint's orphan check
009860* needs the deletes applied in.
009870*----------------------------------------------------------------
009880 2700-decide-deletes.
009890     move max-depth to depth-level.
009900     perform until depth-level = 0
009910         move 1 to m
009920         perform until m > master-count
009930             if mst-fate(m) = 'X'
009940             and mst-depth(m) = depth-level
009950                 perform 2710-decide-delete
009960             end-if
009970             add 1 to m
009980         end-perform
009990         subtract 1 from depth-level
010000     end-perform.
010010
010020*----------------------------------------------------------------
010030* 2710-DECIDE-DELETE generates the delete for the dropped body at
010040* m unless something will still orbit it once REGTXN is applied -
010050* the delete would orphan it, so the body is kept and reported.
010060* A deleted body's attribute record is reported, not erased: the
010070* registry dropping a designator is not proof its record is
010080* wanted nowhere.
010090*----------------------------------------------------------------
010100 2710-decide-delete.
010110     move mst-object(m) to detail-object.
010120     move spaces to detail-text.
010130     perform 2720-check-orphans.
010140     if orphan-found
010150         move 'K' to mst-fate(m)
010160         add 1 to not-generated-count
010170         move '-' to detail-code
010180         string "DROPPED BY REGISTRY - WOULD ORPHAN "
010190             orphan-object delimited by size into detail-text
010200         end-string
010210         perform 2420-write-detail
010220     else
010230         move 'D' to mst-fate(m)
010240         add 1 to delete-count
010250         add 1 to delete-sequence
010260         move mst-center(m) to generated-center
010270         move 3 to generated-phase
010280         move delete-sequence to generated-order
010290         move 'D' to detail-code
010300         move "DROPPED BY REGISTRY - DELETE" to detail-text
010310         perform 2800-release-transaction
010320         perform 2420-write-detail
010330         if not attr-absent
010340             move current-system to orbit-attr-system
010350             move mst-object(m) to orbit-attr-object
010360             read attr-master-fd
010370                 invalid key
010380                     continue
010390                 not invalid key
010400                     add 1 to not-generated-count
010410                     move '-' to detail-code
010420                     move "ATTRIBUTE RECORD LEFT ON ORBITATT"
010430                         to detail-text
010440                     perform 2420-write-detail
010450             end-read
010460         end-if
010470     end-if.
010480
010490*----------------------------------------------------------------
010500* 2720-CHECK-ORPHANS sets orphan-found, naming the first one in
010510* orphan-object, when any body that will be on the catalog once
010520* REGTXN is applied - a master body not deleted, or a generated
010530* add - will orbit the dropped body at m.
010540*----------------------------------------------------------------
010550 2720-check-orphans.
010560     set orphan-found-switch to 'N'.
010570     move 1 to m2.
010580     perform until m2 > master-count or orphan-found
010590         if m2 not = m
010600         and mst-fate(m2) not = 'D'
010610         and mst-final-center(m2) = mst-object(m)
010620             set orphan-found to true
010630             move mst-object(m2) to orphan-object
010640         end-if
010650         add 1 to m2
010660     end-perform.
010670     move reg-lo to r.
010680     perform until r > reg-hi or orphan-found
010690         if reg-action(r) = 'A'
010700         and reg-parent(r) = mst-object(m)
010710             set orphan-found to true
010720             move reg-object(r) to orphan-object
010730         end-if
010740         add 1 to r
010750     end-perform.
010760
010770*----------------------------------------------------------------
010780* 2800-RELEASE-TRANSACTION builds the MAINTXN record for the code
010790* in detail-code against detail-object and releases it to the
010800* sort under its phase and order.
010810*----------------------------------------------------------------
010820 2800-release-transaction.
010830     move spaces to transaction-record.
010840     move detail-code to transaction-code.
010850     move current-system to transaction-system.
010860     move detail-object to transaction-object.
010870     move generated-center to transaction-center.
010880     move 0 to transaction-eff-date.
010890     if detail-code = 'N' or detail-code = 'R'
010900         move new-name to transaction-attr-name
010910         move new-class to transaction-attr-class
010920         move new-status to transaction-attr-status
010930     end-if.
010940     move reconcile-submitter to transaction-submitter.
010950     move current-system to sort-txn-system.
010960     move generated-phase to sort-txn-phase.
010970     move generated-order to sort-txn-order.
010980     move detail-object to sort-txn-object.
010990     move transaction-record to sort-txn-image.
011000     release transaction-sort-rec.
011010
011020*----------------------------------------------------------------
011030* 2900-REPORT-UNLISTED-SYSTEMS reads the master front to back and
011040* reports every system on it the registry listing did not cover
011050* at all - nothing in such a system is reconciled.
011060*----------------------------------------------------------------
011070 2900-report-unlisted-systems.
011080     move spaces to unlisted-system.
011090     move 0 to unlisted-object-count.
011100     set system-listed-switch to 'Y'.
011110     set master-eof-switch to 'N'.
011120     move low-values to orbit-master-key.
011130     start master-fd key not < orbit-master-key
011140         invalid key
011150             set master-eof to true
011160     end-start.
011170     perform until master-eof
011180         read master-fd next record
011190             at end
011200                 set master-eof to true
011210             not at end
011220                 if orbit-master-system not = unlisted-system
011230                     perform 2910-close-unlisted-system
011240                     move orbit-master-system to unlisted-system
011250                     move 0 to unlisted-object-count
011260                     perform 2920-check-system-listed
011270                 end-if
011280                 add 1 to unlisted-object-count
011290         end-read
011300     end-perform.
011310     perform 2910-close-unlisted-system.
011320
011321*----------------------------------------------------------------
011322* 2910-CLOSE-UNLISTED-SYSTEM reports the system 2900 has just
011323* finished reading, with its object count, when the registry
011324* did not list it.
011325*----------------------------------------------------------------
011330 2910-close-unlisted-system.
011340     if not system-listed
011350         move spaces to reconcile-rpt-line
011360         write reconcile-rpt-line
011370         move spaces to reconcile-rpt-line
011380         string "SYSTEM " unlisted-system " NOT ON REGISTRY - "
011390             unlisted-object-count " OBJECTS NOT RECONCILED"
011400             delimited by size into reconcile-rpt-line
011410         end-string
011420         write reconcile-rpt-line
011430     end-if.
011440
011442*----------------------------------------------------------------
011444* 2920-CHECK-SYSTEM-LISTED looks unlisted-system up in the
011446* systems the registry listed and sets system-listed.
011448*----------------------------------------------------------------
011450 2920-check-system-listed.
011460     set system-listed-switch to 'N'.
011470     move 0 to s.
011480     perform until s = system-list-count or system-listed
011490         add 1 to s
011500         if listed-system(s) = unlisted-system
011510             set system-listed to true
011520         end-if
011530     end-perform.
011540
011550*----------------------------------------------------------------
011560* 8000-WRITE-TRANSACTIONS is the sort's output procedure: it
011570* writes the generated transactions to REGTXN in applying order.
011580*----------------------------------------------------------------
011590 8000-write-transactions.
011600     open output transaction-out-fd.
011610     set sort-eof-switch to 'N'.
011620     perform until sort-eof
011630         return transaction-sort-wk
011640             at end
011650                 set sort-eof to true
011660             not at end
011670                 write transaction-out-line from sort-txn-image
011680                 add 1 to transaction-out-count
011690         end-return
011700     end-perform.
011710     close transaction-out-fd.
011720
011730*----------------------------------------------------------------
011740* 9000-FINISH closes the masters and writes the reconciliation
011750* totals to REGRPT.
011760*----------------------------------------------------------------
011770 9000-finish.
011780     if not master-absent
011790         close master-fd
011800     end-if.
011810     if not attr-absent
011820         close attr-master-fd
011830     end-if.
011840
011850     move spaces to reconcile-rpt-line.
011860     write reconcile-rpt-line.
011870     move spaces to reconcile-rpt-line.
011880     string "REGISTRY RECORDS: " registry-read-count
011890         "  SYSTEMS: " system-count
011900         "  DUPLICATES: " duplicate-count
011910         delimited by size into reconcile-rpt-line
011920     end-string.
011930     write reconcile-rpt-line.
011940     move spaces to reconcile-rpt-line.
011950     string "MATCHED: " matched-count "  ADDS: " add-count
011960         "  CHANGES: " change-count
011970         delimited by size into reconcile-rpt-line
011980     end-string.
011990     write reconcile-rpt-line.
012000     move spaces to reconcile-rpt-line.
012010     string "MOVES: " move-count "  DELETES: " delete-count
012020         delimited by size into reconcile-rpt-line
012030     end-string.
012040     write reconcile-rpt-line.
012050     move spaces to reconcile-rpt-line.
012060     string "ATTR NEW: " attr-new-count
012070         "  REVISE: " attr-revise-count
012080         delimited by size into reconcile-rpt-line
012090     end-string.
012100     write reconcile-rpt-line.
012110     move spaces to reconcile-rpt-line.
012120     string "NOT GENERATED: " not-generated-count
012130         "  TRANSACTIONS ON REGTXN: " transaction-out-count
012140         delimited by size into reconcile-rpt-line
012150     end-string.
012160     write reconcile-rpt-line.
012170     close reconcile-rpt.
012180
012190     display "day6reg: " transaction-out-count
012200         " transactions generated, " not-generated-count
012210         " differences not generated".
012220 end program day6reg.
