000010 identification division.
000020 program-id. day6morn.
000030 author. bergwerf.
000040 date-written. 2026-10-15.
000050*----------------------------------------------------------------
000060* modification history
000070*   2026-10-15  init   original morning operations summary - one
000080*                      page on MORNRPT for the day shift, built
000090*                      only from the files the nightly stream
000100*                      leaves behind: the latest RUNHIST totals
000110*                      and variance flags for every system, MSTGEN
000120*                      against XRFGEN and the newest DEPTHSAV
000130*                      stamp, ORBITLCK locks still held and their
000140*                      age, SUSPIN counts and its oldest item,
000150*                      PENDIN items falling due within the week,
000160*                      and the MAINTJRN record count with the
000170*                      newest SNAPLIB baseline; every line is
000180*                      marked OK, WATCH or ACTION and the job ends
000190*                      with return code 0, 4 or 8 to match, so
000200*                      the scheduler can alert on it
000210*----------------------------------------------------------------
000220
000230 environment division.
000240 input-output section.
000250         file-control.
000260             select morning-rpt assign to 'MORNRPT'
000270                 organization is line sequential.
000280             select run-history-fd assign to 'RUNHIST'
000290                 organization is indexed
000300                 access mode is sequential
000310                 record key is run-hist-key
000320                 file status is run-hist-status.
000330             select master-gen-fd assign to 'MSTGEN'
000340                 organization is line sequential
000350                 file status is master-gen-status.
000360             select xref-gen-fd assign to 'XRFGEN'
000370                 organization is line sequential
000380                 file status is xref-gen-status.
000390             select depth-save-fd assign to 'DEPTHSAV'
000400                 organization is line sequential
000410                 file status is depth-save-status.
000420             select lock-fd assign to 'ORBITLCK'
000430                 organization is indexed
000440                 access mode is sequential
000450                 record key is orbit-lock-key
000460                 file status is lock-status.
000470             select suspense-in-fd assign to 'SUSPIN'
000480                 organization is line sequential
000490                 file status is suspense-in-status.
000500             select pending-in-fd assign to 'PENDIN'
000510                 organization is line sequential
000520                 file status is pending-in-status.
000530             select journal-fd assign to 'MAINTJRN'
000540                 organization is line sequential
000550                 file status is journal-status.
000560             select snaplib-fd assign to 'SNAPLIB'
000570                 organization is line sequential
000580                 file status is snaplib-status.
000590
000600 data division.
000610 file section.
000620 fd morning-rpt.
000630 01 morning-rpt-line  pic X(72).
000640
000650*        day6's keyed run-history master, one record per completed
000660*        run under a system-led key - so each system's runs come
000670*        back together, oldest first, and the last two are the
000680*        latest run and the one its variance is measured against.
000690 fd run-history-fd.
000700 01 run-history-record.
000710             05 run-hist-key.
000720                 10 run-hist-system  pic X(2).
000730                 10 run-hist-date  pic 9(8).
000740                 10 run-hist-time  pic 9(8).
000750             05 run-hist-end-time      pic 9(8).
000760             05 run-hist-generation    pic 9(9).
000770             05 run-hist-records-read  pic 9(9).
000780             05 run-hist-total-orbits  pic 9(9).
000790             05 run-hist-exceptions    pic 9(9).
000800             05 run-hist-queries       pic 9(9).
000810
000820 fd master-gen-fd.
000830*        The generation day6maint last stamped on ORBITMST; shared
000840*        via mstgen.cpy.
000850     copy mstgen.
000860
000870 fd xref-gen-fd.
000880*        The generation ORBITXRF was last brought in step with;
000890*        shared via xrfgen.cpy.
000900     copy xrfgen.
000910
000920*        day6's depth save, one section per system: a control
000930*        record (*** in the object position) carrying the system
000940*        and the MSTGEN generation its depths were computed at,
000950*        then the system's depth rows, which this job skips.
000960 fd depth-save-fd.
000970 01 depth-save-control.
000980             05 depth-save-control-id      pic X(3).
000990             05 depth-save-control-system  pic X(2).
001000             05 depth-save-control-gen     pic 9(9).
001010 01 depth-save-record.
001020             05 depth-save-object  pic X(8).
001030             05 depth-save-depth   pic 9(9).
001040
001050 fd lock-fd.
001060*        The catalog run lock (see orblck.cpy). Every program in
001070*        the stream releases its claim at end of run, so anything
001080*        still on file in the morning was left by a job that is
001090*        still running or one that abended.
001100         copy orblck.
001110
001120*        day6maint's suspense file as its last run left it (that
001130*        run's SUSPOUT): the rejected transaction, the reason, the
001140*        date it first suspended and the runs it has been retried.
001150*        Only the leading transaction fields are broken out.
001160 fd suspense-in-fd.
001170 01 suspense-in-record.
001180             05 suspense-in-transaction.
001190                 10 suspense-in-code    pic X(1).
001200                 10 filler              pic X(1).
001210                 10 suspense-in-system  pic X(2).
001220                 10 filler              pic X(1).
001230                 10 suspense-in-object  pic X(8).
001240                 10 filler              pic X(48).
001250             05 filler                   pic X(1).
001260             05 suspense-in-reason       pic X(3).
001270             05 filler                   pic X(1).
001280             05 suspense-in-date         pic 9(8).
001290             05 filler                   pic X(1).
001300             05 suspense-in-runs         pic 9(3).
001310             05 filler                   pic X(1).
001320             05 suspense-in-submitter    pic X(8).
001330             05 filler                   pic X(1).
001340             05 suspense-in-approver     pic X(8).
001350
001360*        day6maint's forward book as its last run left it (that
001370*        run's PENDOUT): the future-dated transaction and the date
001380*        it was queued. The effective date sits in columns 29-36
001390*        of the transaction, the MAINTXN layout.
001400 fd pending-in-fd.
001410 01 pending-in-record.
001420             05 pending-in-transaction.
001430                 10 pending-in-code      pic X(1).
001440                 10 filler               pic X(1).
001450                 10 pending-in-system    pic X(2).
001460                 10 filler               pic X(1).
001470                 10 pending-in-object    pic X(8).
001480                 10 filler               pic X(15).
001490                 10 pending-in-eff-date  pic 9(8).
001500                 10 filler               pic X(25).
001510             05 filler                  pic X(1).
001520             05 pending-in-date         pic 9(8).
001530             05 filler                  pic X(1).
001540             05 pending-in-submitter    pic X(8).
001550
001560 fd journal-fd.
001570*        The live maintenance journal, shared via orbjrn.cpy; only
001580*        its records are counted.
001590         copy orbjrn.
001600
001610 fd snaplib-fd.
001620*        The baseline-snapshot library day6arch appends to, shared
001630*        via orbsnp.cpy; only the snapshot headers are looked at.
001640         copy orbsnp.
001650
001660 working-storage section.
001670 01 run-hist-status     pic X(2).
001680 01 master-gen-status   pic X(2).
001690 01 xref-gen-status     pic X(2).
001700 01 depth-save-status   pic X(2).
001710 01 lock-status         pic X(2).
001720 01 suspense-in-status  pic X(2).
001730 01 pending-in-status   pic X(2).
001740 01 journal-status      pic X(2).
001750 01 snaplib-status      pic X(2).
001760
001770 01 run-hist-eof-switch  pic X(1) value 'N'.
001780         88 run-hist-eof  value 'Y'.
001790 01 depth-save-eof-switch  pic X(1) value 'N'.
001800         88 depth-save-eof  value 'Y'.
001810 01 lock-eof-switch  pic X(1) value 'N'.
001820         88 lock-eof  value 'Y'.
001830 01 suspense-eof-switch  pic X(1) value 'N'.
001840         88 suspense-eof  value 'Y'.
001850 01 pending-eof-switch  pic X(1) value 'N'.
001860         88 pending-eof  value 'Y'.
001870 01 journal-eof-switch  pic X(1) value 'N'.
001880         88 journal-eof  value 'Y'.
001890 01 snaplib-eof-switch  pic X(1) value 'N'.
001900         88 snaplib-eof  value 'Y'.
001910
001920*        The limits each line is judged against. Change one here
001930*        and recompile. variance-tolerance-pct must match day6's
001940*        and suspense-age-limit day6maint's, so that this page
001950*        flags what VARRPT and SUSPRPT flag.
001960*          lock-age-limit      hours a lock may stand before it is
001970*                              taken for an abend's leftover
001980*          pending-window      days ahead a pending item is listed
001990*          pending-list-max    pending items listed by name
002000*          journal-trim-limit  MAINTJRN records before day6arch
002010*                              is due to trim it
002020*          baseline-age-limit  days before the newest SNAPLIB
002030*                              baseline counts as stale
002040 01 variance-tolerance-pct  pic 9(3) value 10.
002050 01 suspense-age-limit      pic 9(3) value 3.
002060 01 lock-age-limit          pic 9(4) value 4.
002070 01 pending-window          pic 9(3) value 7.
002080 01 pending-list-max        pic 9(3) value 10.
002090 01 journal-trim-limit      pic 9(9) value 100000.
002100 01 baseline-age-limit      pic 9(5) value 35.
002110
002120*        The report line being built: its status and its text,
002130*        joined by 8000, which also keeps the status tallies the
002140*        return code is set from.
002150 01 line-status  pic X(6) value spaces.
002160 01 line-text    pic X(65) value spaces.
002170 01 ok-count      pic 9(9) value 0.
002180 01 watch-count   pic 9(9) value 0.
002190 01 action-count  pic 9(9) value 0.
002200 01 morning-return-code  pic 9(1) value 0.
002210
002220*        Today's date and time, and its day number (8100).
002230 01 morning-date  pic 9(8) value 0.
002240 01 morning-time  pic 9(8) value 0.
002250 01 morning-day-number  pic s9(9) value 0 usage is binary.
002260 01 morning-minute      pic s9(9) value 0 usage is binary.
002270
002280*        Day-number scratch for 8100: a date in calendar-date
002290*        comes back as a count of days in day-number, so two dates
002300*        subtract to the days between them. A date that is not a
002310*        real calendar date (zero, say) sets calendar-invalid.
002320 01 calendar-date.
002330     05 calendar-year   pic 9(4).
002340     05 calendar-month  pic 9(2).
002350     05 calendar-day    pic 9(2).
002360 01 calendar-invalid-switch  pic X(1) value 'N'.
002370         88 calendar-invalid  value 'Y'.
002380 01 calendar-work-year   pic 9(9) value 0 usage is binary.
002390 01 calendar-work-month  pic 9(9) value 0 usage is binary.
002400 01 calendar-quotient    pic 9(9) value 0 usage is binary.
002410 01 day-number           pic s9(9) value 0 usage is binary.
002420 01 day-diff             pic s9(9) value 0 usage is binary.
002430
002440*        A time of day as ACCEPT FROM TIME gives it (hhmmsscc).
002450 01 clock-time.
002460     05 clock-hours    pic 9(2).
002470     05 clock-minutes  pic 9(2).
002480     05 filler         pic 9(4).
002490
002500*        Run-history fields (2000): the system whose runs are
002510*        being read, its latest run and the one before it.
002520 01 hist-system  pic X(2) value spaces.
002530 01 hist-system-count  pic 9(9) value 0.
002540 01 hist-prior-found-switch  pic X(1) value 'N'.
002550         88 hist-prior-found  value 'Y'.
002560 01 latest-date          pic 9(8) value 0.
002570 01 latest-generation    pic 9(9) value 0.
002580 01 latest-records-read  pic 9(9) value 0.
002590 01 latest-total-orbits  pic 9(9) value 0.
002600 01 latest-exceptions    pic 9(9) value 0.
002610 01 latest-queries       pic 9(9) value 0.
002620 01 prior-records-read   pic 9(9) value 0.
002630 01 prior-total-orbits   pic 9(9) value 0.
002640 01 prior-exceptions     pic 9(9) value 0.
002650 01 prior-queries        pic 9(9) value 0.
002660 01 variance-old   pic 9(9) value 0 usage is binary.
002670 01 variance-new   pic 9(9) value 0 usage is binary.
002680 01 variance-diff  pic s9(9) value 0 usage is binary.
002690 01 variance-pct   pic 9(9) value 0 usage is binary.
002700 01 variance-flag-count  pic 9(1) value 0.
002710
002720*        Generation fields (3000).
002730 01 master-gen-found-switch  pic X(1) value 'N'.
002740         88 master-gen-found  value 'Y'.
002750 01 xref-gen-found-switch  pic X(1) value 'N'.
002760         88 xref-gen-found  value 'Y'.
002770 01 master-generation  pic 9(9) value 0.
002780 01 xref-generation    pic 9(9) value 0.
002790 01 newest-depth-gen   pic 9(9) value 0.
002800 01 depth-section-count  pic 9(4) value 0.
002810 01 depth-behind-count   pic 9(4) value 0.
002820
002830*        Lock fields (4000): how long the lock just read has
002840*        stood.
002850 01 lock-held-count  pic 9(9) value 0.
002860 01 lock-age-minutes  pic s9(9) value 0 usage is binary.
002870 01 lock-age-hours    pic 9(5) value 0.
002880 01 lock-age-rest     pic 9(2) value 0.
002890
002900*        Suspense fields (5000): the counts and the oldest item.
002910 01 suspense-count       pic 9(9) value 0.
002920 01 suspense-aged-count  pic 9(9) value 0.
002930 01 oldest-suspense-date    pic 9(8) value 0.
002940 01 oldest-suspense-code    pic X(1) value space.
002950 01 oldest-suspense-system  pic X(2) value spaces.
002960 01 oldest-suspense-object  pic X(8) value spaces.
002970 01 oldest-suspense-reason  pic X(3) value spaces.
002980 01 oldest-suspense-runs    pic 9(3) value 0.
002990
003000*        Pending fields (6000): the item just read is due when
003010*        it falls within the window or is already past its date.
003020 01 pending-item-switch  pic X(1) value 'N'.
003030         88 pending-item-due      values 'D' 'O'.
003040         88 pending-item-overdue  value 'O'.
003050 01 pending-count          pic 9(9) value 0.
003060 01 pending-due-count      pic 9(9) value 0.
003070 01 pending-overdue-count  pic 9(9) value 0.
003080 01 pending-listed-count   pic 9(3) value 0.
003090 01 pending-unlisted-count  pic 9(9) value 0.
003100 01 pending-days-ahead     pic 9(3) value 0.
003110
003120*        Journal and baseline fields (7000).
003130 01 journal-count  pic 9(9) value 0.
003140 01 baseline-found-switch  pic X(1) value 'N'.
003150         88 baseline-found  value 'Y'.
003160 01 newest-baseline-gen   pic 9(9) value 0.
003170 01 newest-baseline-date  pic 9(8) value 0.
003180 01 baseline-age-days     pic 9(5) value 0.
003190
003200 procedure division.
003210*----------------------------------------------------------------
003220* 0000-MAINLINE writes the title, one section per area of the
003230* nightly stream, and the closing tally, and leaves the worst
003240* status on the line as the return code: 0 when every line is
003250* OK, 4 when any says WATCH, 8 when any says ACTION.
003260*----------------------------------------------------------------
003270 0000-mainline.
003280     perform 1000-initialize.
003290     perform 2000-report-run-history
003300         thru 2000-report-run-history-exit.
003310     perform 3000-report-generations.
003320     perform 4000-report-locks.
003330     perform 5000-report-suspense.
003340     perform 6000-report-pending
003350         thru 6000-report-pending-exit.
003360     perform 7000-report-journal.
003370     perform 9000-finish.
003380     move morning-return-code to return-code.
003390     stop run.
003400
003410*----------------------------------------------------------------
003420* 1000-INITIALIZE stamps the run with today's date and time,
003430* works out today's day number, and opens MORNRPT.
003440*----------------------------------------------------------------
003450 1000-initialize.
003460     accept morning-date from date yyyymmdd.
003470     accept morning-time from time.
003480     move morning-date to calendar-date.
003490     perform 8100-compute-day-number
003500         thru 8100-compute-day-number-exit.
003510     move day-number to morning-day-number.
003520     move morning-time to clock-time.
003530     move clock-hours to morning-minute.
003540     multiply 60 by morning-minute.
003550     add clock-minutes to morning-minute.
003560
003570     open output morning-rpt.
003580     move spaces to morning-rpt-line.
003590     string "ORBIT CATALOG MORNING OPERATIONS SUMMARY  "
003600         morning-date " " clock-hours clock-minutes
003610         delimited by size into morning-rpt-line
003620     end-string.
003630     write morning-rpt-line.
003640     move "STATUS ITEM" to morning-rpt-line.
003650     write morning-rpt-line.
003660
003670*----------------------------------------------------------------
003680* 2000-REPORT-RUN-HISTORY reads RUNHIST front to back. A system's
003690* runs are contiguous and oldest first under the system-led key,
003700* so its section is written (2100) as soon as the next system's
003710* first run turns up, and once more for the last system at end
003720* of file.
003730*----------------------------------------------------------------
003740 2000-report-run-history.
003750     move spaces to morning-rpt-line.
003760     write morning-rpt-line.
003770     move spaces to hist-system.
003780     move 0 to hist-system-count.
003790     set run-hist-eof-switch to 'N'.
003800     open input run-history-fd.
003810     if run-hist-status not = "00"
003820         move "ACTION" to line-status
003830         move spaces to line-text
003840         string "RUNHIST NOT AVAILABLE - FILE STATUS "
003850             run-hist-status
003860             delimited by size into line-text
003870         end-string
003880         perform 8000-write-status-line
003890         go to 2000-report-run-history-exit
003900     end-if.
003910     perform until run-hist-eof
003920         read run-history-fd next record
003930             at end
003940                 set run-hist-eof to true
003950             not at end
003960                 perform 2010-take-run-history
003970         end-read
003980     end-perform.
003990     close run-history-fd.
004000     if hist-system = spaces
004010         move "WATCH" to line-status
004020         move "RUNHIST HOLDS NO RUNS" to line-text
004030         perform 8000-write-status-line
004040     else
004050         perform 2100-report-one-system
004060     end-if.
004070 2000-report-run-history-exit.
004080     exit.
004090
004100*----------------------------------------------------------------
004110* 2010-TAKE-RUN-HISTORY keeps the RUNHIST record just read as its
004120* system's latest run, moving the one it replaces to prior-*.
004130*----------------------------------------------------------------
004140 2010-take-run-history.
004150     if run-hist-system not = hist-system
004160         if hist-system not = spaces
004170             perform 2100-report-one-system
004180         end-if
004190         move run-hist-system to hist-system
004200         set hist-prior-found-switch to 'N'
004210     else
004220         set hist-prior-found to true
004230         move latest-records-read to prior-records-read
004240         move latest-total-orbits to prior-total-orbits
004250         move latest-exceptions to prior-exceptions
004260         move latest-queries to prior-queries
004270     end-if.
004280     move run-hist-date to latest-date.
004290     move run-hist-generation to latest-generation.
004300     move run-hist-records-read to latest-records-read.
004310     move run-hist-total-orbits to latest-total-orbits.
004320     move run-hist-exceptions to latest-exceptions.
004330     move run-hist-queries to latest-queries.
004340
004350*----------------------------------------------------------------
004360* 2100-REPORT-ONE-SYSTEM writes hist-system's latest run and the
004370* number of its totals that moved past the variance tolerance
004380* since the run before - the flags day6 put on VARRPT. A system
004390* whose last run found exceptions failed validation and got no
004400* part-1, part-2 or extract: ACTION. A flagged total: WATCH.
004410*----------------------------------------------------------------
004420 2100-report-one-system.
004430     add 1 to hist-system-count.
004440     move 0 to variance-flag-count.
004450     if hist-prior-found
004460         move prior-records-read to variance-old
004470         move latest-records-read to variance-new
004480         perform 2110-check-one-total
004490         move prior-total-orbits to variance-old
004500         move latest-total-orbits to variance-new
004510         perform 2110-check-one-total
004520         move prior-exceptions to variance-old
004530         move latest-exceptions to variance-new
004540         perform 2110-check-one-total
004550         move prior-queries to variance-old
004560         move latest-queries to variance-new
004570         perform 2110-check-one-total
004580     end-if.
004590     if latest-exceptions > 0
004600         move "ACTION" to line-status
004610     else
004620         if variance-flag-count > 0
004630             move "WATCH" to line-status
004640         else
004650             move "OK" to line-status
004660         end-if
004670     end-if.
004680     move spaces to line-text.
004690     string "RUNHIST " hist-system " LAST RUN " latest-date
004700         " GEN " latest-generation " FLAGGED " variance-flag-count
004710         delimited by size into line-text
004720     end-string.
004730     perform 8000-write-status-line.
004740     move spaces to line-text.
004750     string "  READ " latest-records-read
004760         " ORBITS " latest-total-orbits
004770         " EXC " latest-exceptions
004780         " QRY " latest-queries
004790         delimited by size into line-text
004800     end-string.
004810     perform 8010-write-detail-line.
004820
004830*----------------------------------------------------------------
004840* 2110-CHECK-ONE-TOTAL counts the total in variance-old/variance-
004850* new as flagged the way day6's 9310 does: moved more than
004860* variance-tolerance-pct, or sprung from zero.
004870*----------------------------------------------------------------
004880 2110-check-one-total.
004890     if variance-old = 0
004900         if variance-new not = 0
004910             add 1 to variance-flag-count
004920         end-if
004930     else
004940         compute variance-diff = variance-new - variance-old
004950         if variance-diff < 0
004960             compute variance-diff = 0 - variance-diff
004970         end-if
004980         compute variance-pct =
004990             (variance-diff * 100) / variance-old
005000         if variance-pct > variance-tolerance-pct
005010             add 1 to variance-flag-count
005020         end-if
005030     end-if.
005040
005050*----------------------------------------------------------------
005060* 3000-REPORT-GENERATIONS sets the MSTGEN stamp beside XRFGEN's
005070* and the newest DEPTHSAV section's. A cross-reference out of
005080* step only costs day6 its keyed child scan until day6maint next
005090* rebuilds it, and a depth save behind the master only costs
005100* day6 a recompute: both WATCH. A depth save ahead of the master
005110* means one of the two was restored without the other: ACTION.
005120*----------------------------------------------------------------
005130 3000-report-generations.
005140     move spaces to morning-rpt-line.
005150     write morning-rpt-line.
005160     set master-gen-found-switch to 'N'.
005170     open input master-gen-fd.
005180     if master-gen-status = "00"
005190         read master-gen-fd
005200             at end
005210                 continue
005220             not at end
005230                 move master-gen-count to master-generation
005240                 set master-gen-found to true
005250         end-read
005260         close master-gen-fd
005270     end-if.
005280     set xref-gen-found-switch to 'N'.
005290     open input xref-gen-fd.
005300     if xref-gen-status = "00"
005310         read xref-gen-fd
005320             at end
005330                 continue
005340             not at end
005350                 move xref-gen-count to xref-generation
005360                 set xref-gen-found to true
005370         end-read
005380         close xref-gen-fd
005390     end-if.
005400
005410     move spaces to line-text.
005420     if not master-gen-found
005430         move "WATCH" to line-status
005440         move "MSTGEN NOT ON FILE - CATALOG NEVER STAMPED"
005450             to line-text
005460     else
005470         if not xref-gen-found
005480             move "WATCH" to line-status
005490             string "MSTGEN " master-generation
005500                 " XRFGEN NOT ON FILE"
005510                 delimited by size into line-text
005520             end-string
005530         else
005540             if xref-generation = master-generation
005550                 move "OK" to line-status
005560                 string "MSTGEN " master-generation
005570                     " XRFGEN " xref-generation " IN STEP"
005580                     delimited by size into line-text
005590                 end-string
005600             else
005610                 move "WATCH" to line-status
005620                 string "MSTGEN " master-generation
005630                     " XRFGEN " xref-generation " OUT OF STEP"
005640                     delimited by size into line-text
005650                 end-string
005660             end-if
005670         end-if
005680     end-if.
005690     perform 8000-write-status-line.
005700     perform 3100-report-depth-saves.
005710
005720*----------------------------------------------------------------
005730* 3100-REPORT-DEPTH-SAVES reads the DEPTHSAV control records for
005740* the newest generation stamp and how many sections stand behind
005750* the master.
005760*----------------------------------------------------------------
005770 3100-report-depth-saves.
005780     move 0 to newest-depth-gen.
005790     move 0 to depth-section-count.
005800     move 0 to depth-behind-count.
005810     set depth-save-eof-switch to 'N'.
005820     open input depth-save-fd.
005830     if depth-save-status not = "00"
005840         set depth-save-eof to true
005850     end-if.
005860     perform until depth-save-eof
005870         read depth-save-fd
005880             at end
005890                 set depth-save-eof to true
005900             not at end
005910                 if depth-save-control-id = "***"
005920                     add 1 to depth-section-count
005930                     if depth-save-control-gen > newest-depth-gen
005940                         move depth-save-control-gen
005950                             to newest-depth-gen
005960                     end-if
005970                     if master-gen-found
005980                     and depth-save-control-gen
005990                         < master-generation
006000                         add 1 to depth-behind-count
006010                     end-if
006020                 end-if
006030         end-read
006040     end-perform.
006050     if depth-save-status = "00" or depth-save-status = "10"
006060         close depth-save-fd
006070     end-if.
006080
006090     move spaces to line-text.
006100     if depth-section-count = 0
006110         move "WATCH" to line-status
006120         move "DEPTHSAV HOLDS NO SECTIONS - NEXT DAY6 RUN IS FULL"
006130             to line-text
006140     else
006150         if master-gen-found
006160         and newest-depth-gen > master-generation
006170             move "ACTION" to line-status
006180         else
006190             if depth-behind-count > 0
006200                 move "WATCH" to line-status
006210             else
006220                 move "OK" to line-status
006230             end-if
006240         end-if
006250         string "DEPTHSAV NEWEST GEN " newest-depth-gen
006260             " SECTIONS " depth-section-count
006270             " BEHIND " depth-behind-count
006280             delimited by size into line-text
006290         end-string
006300     end-if.
006310     perform 8000-write-status-line.
006320
006330*----------------------------------------------------------------
006340* 4000-REPORT-LOCKS lists every ORBITLCK claim still on file and
006350* how long it has stood. A lock younger than lock-age-limit hours
006360* may belong to a job still running: WATCH. An older one is taken
006370* for an abend's leftover, to be broken with an OVERRIDE card
006380* once the holder is confirmed dead: ACTION.
006390*----------------------------------------------------------------
006400 4000-report-locks.
006410     move spaces to morning-rpt-line.
006420     write morning-rpt-line.
006430     move 0 to lock-held-count.
006440     set lock-eof-switch to 'N'.
006450     open input lock-fd.
006460     if lock-status not = "00"
006470         set lock-eof to true
006480     end-if.
006490     perform until lock-eof
006500         read lock-fd next record
006510             at end
006520                 set lock-eof to true
006530             not at end
006540                 perform 4100-report-one-lock
006550         end-read
006560     end-perform.
006570     if lock-status = "00" or lock-status = "10"
006580         close lock-fd
006590     end-if.
006600     if lock-held-count = 0
006610         move "OK" to line-status
006620         move "ORBITLCK NO LOCKS HELD" to line-text
006630         perform 8000-write-status-line
006640     end-if.
006650
006660*----------------------------------------------------------------
006670* 4100-REPORT-ONE-LOCK writes the lock just read with its age in
006680* hours and minutes. A claim stamped later than now (a clock put
006690* back) is reported at age zero.
006700*----------------------------------------------------------------
006710 4100-report-one-lock.
006720     add 1 to lock-held-count.
006730     move orbit-lock-date to calendar-date.
006740     perform 8100-compute-day-number
006750         thru 8100-compute-day-number-exit.
006760     compute day-diff = morning-day-number - day-number.
006770     move orbit-lock-time to clock-time.
006780     compute lock-age-minutes = day-diff * 1440
006790         + morning-minute - (clock-hours * 60) - clock-minutes.
006800     if calendar-invalid or lock-age-minutes < 0
006810         move 0 to lock-age-minutes
006820     end-if.
006830     divide lock-age-minutes by 60 giving lock-age-hours
006840         remainder lock-age-rest.
006850     if lock-age-hours < lock-age-limit
006860         move "WATCH" to line-status
006870     else
006880         move "ACTION" to line-status
006890     end-if.
006900     move spaces to line-text.
006910     string "ORBITLCK " orbit-lock-system " BY " orbit-lock-holder
006920         " " orbit-lock-date " " clock-hours clock-minutes
006930         " AGE " lock-age-hours "H" lock-age-rest "M"
006940         delimited by size into line-text
006950     end-string.
006960     perform 8000-write-status-line.
006970
006980*----------------------------------------------------------------
006990* 5000-REPORT-SUSPENSE counts SUSPIN and finds its oldest item by
007000* first-suspended date. Nothing suspended: OK. Anything retried
007010* past suspense-age-limit runs - what day6maint ages on SUSPRPT -
007020* needs the desk: ACTION. Anything else suspended: WATCH.
007030*----------------------------------------------------------------
007040 5000-report-suspense.
007050     move spaces to morning-rpt-line.
007060     write morning-rpt-line.
007070     move 0 to suspense-count.
007080     move 0 to suspense-aged-count.
007090     move 0 to oldest-suspense-date.
007100     set suspense-eof-switch to 'N'.
007110     open input suspense-in-fd.
007120     if suspense-in-status not = "00"
007130         set suspense-eof to true
007140     end-if.
007150     perform until suspense-eof
007160         read suspense-in-fd
007170             at end
007180                 set suspense-eof to true
007190             not at end
007200                 perform 5100-take-suspense-item
007210         end-read
007220     end-perform.
007230     if suspense-in-status = "00" or suspense-in-status = "10"
007240         close suspense-in-fd
007250     end-if.
007260
007270     move spaces to line-text.
007280     if suspense-count = 0
007290         move "OK" to line-status
007300         move "SUSPIN NOTHING IN SUSPENSE" to line-text
007310         perform 8000-write-status-line
007320     else
007330         if suspense-aged-count > 0
007340             move "ACTION" to line-status
007350         else
007360             move "WATCH" to line-status
007370         end-if
007380         string "SUSPIN " suspense-count " ITEMS, "
007390             suspense-aged-count " PAST "
007400             suspense-age-limit " RUNS"
007410             delimited by size into line-text
007420         end-string
007430         perform 8000-write-status-line
007440         move spaces to line-text
007450         string "  OLDEST " oldest-suspense-date " "
007460             oldest-suspense-code " " oldest-suspense-system " "
007470             oldest-suspense-object " REASON "
007480             oldest-suspense-reason " RUNS " oldest-suspense-runs
007490             delimited by size into line-text
007500         end-string
007510         perform 8010-write-detail-line
007520     end-if.
007530
007540*----------------------------------------------------------------
007550* 5100-TAKE-SUSPENSE-ITEM counts the SUSPIN record just read and
007560* keeps it when it is the oldest so far.
007570*----------------------------------------------------------------
007580 5100-take-suspense-item.
007590     add 1 to suspense-count.
007600     if suspense-in-runs > suspense-age-limit
007610         add 1 to suspense-aged-count
007620     end-if.
007630     if suspense-count = 1
007640     or suspense-in-date < oldest-suspense-date
007650         move suspense-in-date to oldest-suspense-date
007660         move suspense-in-code to oldest-suspense-code
007670         move suspense-in-system to oldest-suspense-system
007680         move suspense-in-object to oldest-suspense-object
007690         move suspense-in-reason to oldest-suspense-reason
007700         move suspense-in-runs to oldest-suspense-runs
007710     end-if.
007720
007730*----------------------------------------------------------------
007740* 6000-REPORT-PENDING reads PENDIN twice: once to count the book
007750* and the items falling due within pending-window days, for the
007760* summary line, and again to list those items under it - the
007770* first pending-list-max by name, and every overdue one. Items
007780* apply themselves when their date arrives, so a due item is OK;
007790* one already past its date was not applied by last night's
007800* maintenance run and is ACTION.
007810*----------------------------------------------------------------
007820 6000-report-pending.
007830     move spaces to morning-rpt-line.
007840     write morning-rpt-line.
007850     move 0 to pending-count.
007860     move 0 to pending-due-count.
007870     move 0 to pending-overdue-count.
007880     move 0 to pending-listed-count.
007890     set pending-eof-switch to 'N'.
007900     open input pending-in-fd.
007910     if pending-in-status not = "00"
007920         set pending-eof to true
007930     end-if.
007940     perform until pending-eof
007950         read pending-in-fd
007960             at end
007970                 set pending-eof to true
007980             not at end
007990                 add 1 to pending-count
008000                 perform 6100-age-pending-item
008010                     thru 6100-age-pending-item-exit
008020                 if pending-item-due
008030                     add 1 to pending-due-count
008040                 end-if
008050                 if pending-item-overdue
008060                     add 1 to pending-overdue-count
008070                 end-if
008080         end-read
008090     end-perform.
008100     if pending-in-status = "00" or pending-in-status = "10"
008110         close pending-in-fd
008120     end-if.
008130
008140     if pending-overdue-count > 0
008150         move "ACTION" to line-status
008160     else
008170         move "OK" to line-status
008180     end-if.
008190     move spaces to line-text.
008200     string "PENDIN " pending-count " ON BOOK, "
008210         pending-due-count " DUE IN " pending-window " DAYS"
008220         delimited by size into line-text
008230     end-string.
008240     perform 8000-write-status-line.
008250     if pending-due-count = 0
008260         go to 6000-report-pending-exit
008270     end-if.
008280
008290     set pending-eof-switch to 'N'.
008300     open input pending-in-fd.
008310     perform until pending-eof
008320         read pending-in-fd
008330             at end
008340                 set pending-eof to true
008350             not at end
008360                 perform 6100-age-pending-item
008370                     thru 6100-age-pending-item-exit
008380                 if pending-item-due
008390                     perform 6200-list-pending-item
008400                 end-if
008410         end-read
008420     end-perform.
008430     close pending-in-fd.
008440     if pending-due-count > pending-listed-count
008450         move pending-due-count to pending-unlisted-count
008460         subtract pending-listed-count from pending-unlisted-count
008470         move spaces to line-text
008480         string "  AND " pending-unlisted-count " MORE DUE"
008490             delimited by size into line-text
008500         end-string
008510         perform 8010-write-detail-line
008520     end-if.
008530 6000-report-pending-exit.
008540     exit.
008550
008560*----------------------------------------------------------------
008570* 6100-AGE-PENDING-ITEM works out how many days off the PENDIN
008580* item just read falls due, and whether that is within the
008590* window or already past.
008600*----------------------------------------------------------------
008610 6100-age-pending-item.
008620     set pending-item-switch to 'N'.
008630     move pending-in-eff-date to calendar-date.
008640     perform 8100-compute-day-number
008650         thru 8100-compute-day-number-exit.
008660     if calendar-invalid
008670         go to 6100-age-pending-item-exit
008680     end-if.
008690     compute day-diff = day-number - morning-day-number.
008700     if day-diff < 0
008710         set pending-item-overdue to true
008720     else
008730         if day-diff not > pending-window
008740             set pending-item-due to true
008750             move day-diff to pending-days-ahead
008760         end-if
008770     end-if.
008780 6100-age-pending-item-exit.
008790     exit.
008800
008810*----------------------------------------------------------------
008820* 6200-LIST-PENDING-ITEM writes the due item just read, unless
008830* pending-list-max have been listed already and it is not
008840* overdue.
008850*----------------------------------------------------------------
008860 6200-list-pending-item.
008870     if pending-listed-count < pending-list-max
008880     or pending-item-overdue
008890         add 1 to pending-listed-count
008900         move spaces to line-text
008910         if pending-item-overdue
008920             move "ACTION" to line-status
008930             string "PENDIN OVERDUE " pending-in-eff-date " "
008940                 pending-in-code " " pending-in-system " "
008950                 pending-in-object " BY " pending-in-submitter
008960                 delimited by size into line-text
008970             end-string
008980         else
008990             move "OK" to line-status
009000             string "PENDIN DUE " pending-in-eff-date
009010                 " IN " pending-days-ahead " DAYS "
009020                 pending-in-code " " pending-in-system " "
009030                 pending-in-object " BY " pending-in-submitter
009040                 delimited by size into line-text
009050             end-string
009060         end-if
009070         perform 8000-write-status-line
009080     end-if.
009090
009100*----------------------------------------------------------------
009110* 7000-REPORT-JOURNAL counts MAINTJRN and dates the newest SNAPLIB
009120* baseline. A journal past journal-trim-limit records, or a
009130* newest baseline older than baseline-age-limit days, means
009140* day6arch is due: WATCH.
009150*----------------------------------------------------------------
009160 7000-report-journal.
009170     move spaces to morning-rpt-line.
009180     write morning-rpt-line.
009190     move 0 to journal-count.
009200     set journal-eof-switch to 'N'.
009210     open input journal-fd.
009220     if journal-status not = "00"
009230         set journal-eof to true
009240     end-if.
009250     perform until journal-eof
009260         read journal-fd
009270             at end
009280                 set journal-eof to true
009290             not at end
009300                 add 1 to journal-count
009310         end-read
009320     end-perform.
009330     if journal-status = "00" or journal-status = "10"
009340         close journal-fd
009350     end-if.
009360     if journal-count > journal-trim-limit
009370         move "WATCH" to line-status
009380     else
009390         move "OK" to line-status
009400     end-if.
009410     move spaces to line-text.
009420     string "MAINTJRN " journal-count " RECORDS"
009430         delimited by size into line-text
009440     end-string.
009450     perform 8000-write-status-line.
009460     perform 7100-report-baseline.
009470
009480*----------------------------------------------------------------
009490* 7100-REPORT-BASELINE scans the SNAPLIB headers for the newest
009500* baseline - the highest generation - and ages it from its date.
009510*----------------------------------------------------------------
009520 7100-report-baseline.
009530     set baseline-found-switch to 'N'.
009540     move 0 to newest-baseline-gen.
009550     move 0 to newest-baseline-date.
009560     set snaplib-eof-switch to 'N'.
009570     open input snaplib-fd.
009580     if snaplib-status not = "00"
009590         set snaplib-eof to true
009600     end-if.
009610     perform until snaplib-eof
009620         read snaplib-fd
009630             at end
009640                 set snaplib-eof to true
009650             not at end
009660                 if orbit-snap-header-id = 'H'
009670                     if not baseline-found
009680                     or orbit-snap-gen not < newest-baseline-gen
009690                         move orbit-snap-gen
009700                             to newest-baseline-gen
009710                         move orbit-snap-date
009720                             to newest-baseline-date
009730                         set baseline-found to true
009740                     end-if
009750                 end-if
009760         end-read
009770     end-perform.
009780     if snaplib-status = "00" or snaplib-status = "10"
009790         close snaplib-fd
009800     end-if.
009810
009820     move spaces to line-text.
009830     if not baseline-found
009840         move "WATCH" to line-status
009850         move "SNAPLIB NO BASELINE - JOURNAL NEVER TRIMMED"
009860             to line-text
009870     else
009880         move 0 to baseline-age-days
009890         move newest-baseline-date to calendar-date
009900         perform 8100-compute-day-number
009910             thru 8100-compute-day-number-exit
009920         if not calendar-invalid
009930         and day-number < morning-day-number
009940             compute baseline-age-days =
009950                 morning-day-number - day-number
009960         end-if
009970         if baseline-age-days > baseline-age-limit
009980             move "WATCH" to line-status
009990         else
010000             move "OK" to line-status
010010         end-if
010020         string "SNAPLIB NEWEST BASELINE GEN " newest-baseline-gen
010030             " OF " newest-baseline-date
010040             " AGE " baseline-age-days " DAYS"
010050             delimited by size into line-text
010060         end-string
010070     end-if.
010080     perform 8000-write-status-line.
010090
010100*----------------------------------------------------------------
010110* 8000-WRITE-STATUS-LINE writes line-text under line-status and
010120* tallies the status: a WATCH raises the return code to 4, an
010130* ACTION to 8.
010140*----------------------------------------------------------------
010150 8000-write-status-line.
010160     if line-status = "ACTION"
010170         add 1 to action-count
010180         move 8 to morning-return-code
010190     else
010200         if line-status = "WATCH"
010210             add 1 to watch-count
010220             if morning-return-code < 4
010230                 move 4 to morning-return-code
010240             end-if
010250         else
010260             add 1 to ok-count
010270         end-if
010280     end-if.
010290     move spaces to morning-rpt-line.
010300     string line-status " " line-text
010310         delimited by size into morning-rpt-line
010320     end-string.
010330     write morning-rpt-line.
010340
010350*----------------------------------------------------------------
010360* 8010-WRITE-DETAIL-LINE writes line-text under a blank status
010370* column - the second line of an item whose status is already
010380* on the line above.
010390*----------------------------------------------------------------
010400 8010-write-detail-line.
010410     move spaces to morning-rpt-line.
010420     string "       " line-text
010430         delimited by size into morning-rpt-line
010440     end-string.
010450     write morning-rpt-line.
010460
010470*----------------------------------------------------------------
010480* 8100-COMPUTE-DAY-NUMBER turns the date in calendar-date into
010490* day-number, a running count of days, so that two dates
010500* subtract to the days between them: the year is taken to start
010510* in March, which puts the leap day last, and the years and
010520* months before the date are counted up. A date that is not a
010530* real calendar date sets calendar-invalid and a day-number of
010540* zero.
010550*----------------------------------------------------------------
010560 8100-compute-day-number.
010570     set calendar-invalid-switch to 'N'.
010580     move 0 to day-number.
010590     if calendar-year = 0
010600     or calendar-month < 1 or calendar-month > 12
010610     or calendar-day < 1 or calendar-day > 31
010620         set calendar-invalid to true
010630         go to 8100-compute-day-number-exit
010640     end-if.
010650     move calendar-year to calendar-work-year.
010660     move calendar-month to calendar-work-month.
010670     if calendar-work-month < 3
010680         subtract 1 from calendar-work-year
010690         add 12 to calendar-work-month
010700     end-if.
010710     compute day-number = calendar-work-year * 365 + calendar-day.
010720     divide calendar-work-year by 4 giving calendar-quotient.
010730     add calendar-quotient to day-number.
010740     divide calendar-work-year by 100 giving calendar-quotient.
010750     subtract calendar-quotient from day-number.
010760     divide calendar-work-year by 400 giving calendar-quotient.
010770     add calendar-quotient to day-number.
010780     compute calendar-quotient =
010790         (153 * (calendar-work-month - 3) + 2) / 5.
010800     add calendar-quotient to day-number.
010810 8100-compute-day-number-exit.
010820     exit.
010830
010840*----------------------------------------------------------------
010850* 9000-FINISH writes the closing tally and the return code the
010860* scheduler sees, and closes MORNRPT.
010870*----------------------------------------------------------------
010880 9000-finish.
010890     move spaces to morning-rpt-line.
010900     write morning-rpt-line.
010910     move spaces to morning-rpt-line.
010920     string "LINES OK: " ok-count "  WATCH: " watch-count
010930         "  ACTION: " action-count
010940         delimited by size into morning-rpt-line
010950     end-string.
010960     write morning-rpt-line.
010970     move spaces to morning-rpt-line.
010980     string "RETURN CODE: " morning-return-code
010990         delimited by size into morning-rpt-line
011000     end-string.
011010     write morning-rpt-line.
011020     close morning-rpt.
011030
011040     display "day6morn: " ok-count " OK, " watch-count " WATCH, "
011050         action-count " ACTION - return code "
011060         morning-return-code.
011070 end program day6morn.
