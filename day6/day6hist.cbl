000010 identification division.
000020 program-id. day6hist.
000030 author. bergwerf.
000040 date-written. 2026-10-15.
000050*----------------------------------------------------------------
000060* modification history
000070*   2026-10-15  init   original change-history inquiry - answers
000080*                      the flight desk's "when did K7F move under
000090*                      its current center, and what did it orbit
000100*                      before" questions off the maintenance
000110*                      journal, one HISTCARD card per object laid
000120*                      out like INQCARD: every add, change, move,
000130*                      delete, attribute change and corridor link
000140*                      or unlink that touched the object, read
000150*                      from the JRNARCH archive and then the live
000160*                      MAINTJRN in generation order, with date,
000170*                      time, generation and the before and after
000180*                      images; an object whose history runs back
000190*                      past the oldest SNAPLIB baseline is
000200*                      flagged, since the journal may not hold
000210*                      its whole lifeline
000211*   2026-10-15  init   list day6maint's S migration records -
000212*                      on the history of the object under both
000213*                      its old and its new system - with the
000214*                      attribute values it carried across; a
000215*                      migration into the traced system counts
000216*                      as the object's add there
000220*----------------------------------------------------------------
000230
000240 environment division.
000250 input-output section.
000260         file-control.
000270             select history-cards-fd assign to 'HISTCARD'
000280                 organization is line sequential
000290                 file status is history-cards-status.
000300             select history-rpt assign to 'HISTRPT'
000310                 organization is line sequential.
000320             select journal-archive-fd assign to 'JRNARCH'
000330                 organization is line sequential
000340                 file status is journal-archive-status.
000350             select journal-fd assign to 'MAINTJRN'
000360                 organization is line sequential
000370                 file status is journal-status.
000380             select snaplib-fd assign to 'SNAPLIB'
000390                 organization is line sequential
000400                 file status is snaplib-status.
000410
000420 data division.
000430 file section.
000440 fd history-cards-fd.
000450*        One inquiry per card: the star system and the object
000460*        designator whose history is wanted - the INQCARD layout,
000470*        so a card deck can be pointed at either program.
000480 01 history-card.
000490             05 history-card-system  pic X(2).
000500             05 filler               pic X(1).
000510             05 history-card-object  pic X(8).
000520
000530 fd history-rpt.
000540 01 history-rpt-line  pic X(72).
000550
000560 fd journal-archive-fd.
000570*        The journal records day6arch has trimmed off MAINTJRN,
000580*        oldest first, verbatim in the orbjrn.cpy layout (the
000590*        COPY itself can only appear once per program, so each
000600*        line is read into the journal record below).
000610 01 journal-archive-line  pic X(122).
000620
000630 fd journal-fd.
000640*        The live maintenance journal day6maint extends on every
000650*        run, shared via orbjrn.cpy; every record on it is newer
000660*        than anything on JRNARCH.
000670         copy orbjrn.
000680
000690 fd snaplib-fd.
000700*        The baseline-snapshot library day6arch cuts before each
000710*        trim, shared via orbsnp.cpy. Only the oldest baseline
000720*        matters here - it marks how far back the journal was
000730*        ever meant to reach.
000740         copy orbsnp.
000750
000760 working-storage section.
000770 01 history-cards-status    pic X(2).
000780 01 journal-archive-status  pic X(2).
000790 01 journal-status          pic X(2).
000800 01 snaplib-status          pic X(2).
000810
000820 01 history-eof-switch  pic X(1) value 'N'.
000830         88 history-eof  value 'Y'.
000840 01 journal-eof-switch  pic X(1) value 'N'.
000850         88 journal-eof  value 'Y'.
000860 01 snaplib-eof-switch  pic X(1) value 'N'.
000870         88 snaplib-eof  value 'Y'.
000880
000890*        Set at start-up when the file opened cleanly. A missing
000900*        JRNARCH is the normal state of a journal that has never
000910*        been trimmed; a missing MAINTJRN means no maintenance
000920*        has ever been journaled. Either is noted once on the
000930*        report rather than failing the run.
000940 01 archive-present-switch  pic X(1) value 'N'.
000950         88 archive-present  value 'Y'.
000960 01 live-present-switch  pic X(1) value 'N'.
000970         88 live-present  value 'Y'.
000980
000990*        The oldest baseline on SNAPLIB - the lowest generation on
001000*        any snapshot header - found once at start-up.
001010 01 baseline-found-switch  pic X(1) value 'N'.
001020         88 baseline-found  value 'Y'.
001030 01 oldest-baseline-gen   pic 9(9) value 0.
001040 01 oldest-baseline-date  pic 9(8) value 0.
001050 01 in-oldest-snapshot-switch  pic X(1) value 'N'.
001060         88 in-oldest-snapshot  value 'Y'.
001070 01 in-baseline-switch  pic X(1) value 'N'.
001080         88 in-baseline  value 'Y'.
001090
001100*        The object being traced, saved off the card.
001110 01 history-system  pic X(2).
001120 01 history-object  pic X(8).
001130
001140*        The first add, change, move or delete met for the object
001150*        - an add means the journal saw it born; anything else
001160*        means it was already on the catalog when the journal
001170*        first touched it. A migration into the traced system
001175*        is kept as an add: the object was born there by it.
001180 01 first-catalog-code  pic X(1).
001190 01 first-catalog-gen   pic 9(9) value 0.
001200
001210*        Edited pieces of the event lines.
001220 01 event-source  pic X(8).
001230 01 event-action  pic X(20).
001240 01 before-label  pic X(8).
001250 01 after-label   pic X(7).
001260
001270*        DISPLAY-usage counters so STRING can edit them straight
001280*        into the report lines.
001290 01 event-count        pic 9(9) value 0.
001300 01 object-count       pic 9(9) value 0.
001310 01 total-event-count  pic 9(9) value 0.
001320 01 flagged-count      pic 9(9) value 0.
001330 01 quiet-count        pic 9(9) value 0.
001340
001350 procedure division.
001360*----------------------------------------------------------------
001370* 0000-MAINLINE opens the card feed, finds the oldest baseline,
001380* traces every named object through the archived and live
001390* journal, and closes down with a one-line summary.
001400*----------------------------------------------------------------
001410 0000-mainline.
001420     perform 1000-initialize.
001430     perform 2000-process-inquiries.
001440     perform 9000-finish.
001450     stop run.
001460
001470*----------------------------------------------------------------
001480* 1000-INITIALIZE opens the report and the card feed, checks
001490* which of the two journals exist, and finds the oldest SNAPLIB
001500* baseline. The journals themselves are reopened per card - a
001510* line sequential file can only be read front to back.
001520*----------------------------------------------------------------
001530 1000-initialize.
001540     open output history-rpt.
001550     move "ORBIT CATALOG CHANGE HISTORY" to history-rpt-line.
001560     write history-rpt-line.
001570
001580     open input history-cards-fd.
001590     set history-eof-switch to 'N'.
001600     if history-cards-status not = "00"
001610         display "day6hist: no inquiry cards found on HISTCARD"
001620         set history-eof to true
001630     end-if.
001640
001650     set archive-present-switch to 'N'.
001660     open input journal-archive-fd.
001670     if journal-archive-status = "00"
001680         set archive-present to true
001690         close journal-archive-fd
001700     else
001710         move "JRNARCH NOT ON FILE - LIVE JOURNAL ONLY"
001720             to history-rpt-line
001750         write history-rpt-line
001760     end-if.
001770
001780     set live-present-switch to 'N'.
001790     open input journal-fd.
001800     if journal-status = "00"
001810         set live-present to true
001820         close journal-fd
001830     else
001840         display "day6hist: maintenance journal MAINTJRN not "
001850             "available (status " journal-status ")"
001860         move "LIVE JOURNAL MAINTJRN NOT ON FILE"
001870             to history-rpt-line
001880         write history-rpt-line
001890     end-if.
001900
001910     perform 1100-find-oldest-baseline.
001920
001930*----------------------------------------------------------------
001940* 1100-FIND-OLDEST-BASELINE scans the snapshot library for the
001950* lowest generation on any snapshot header. No library means
001960* day6arch has never trimmed the journal, so nothing can have
001970* been cut off and no object is flagged.
001980*----------------------------------------------------------------
001990 1100-find-oldest-baseline.
002000     set baseline-found-switch to 'N'.
002010     move 0 to oldest-baseline-gen.
002020     move 0 to oldest-baseline-date.
002030     set snaplib-eof-switch to 'N'.
002040     open input snaplib-fd.
002050     if snaplib-status not = "00"
002060         set snaplib-eof to true
002070     end-if.
002080     perform until snaplib-eof
002090         read snaplib-fd
002100             at end
002110                 set snaplib-eof to true
002120             not at end
002130                 if orbit-snap-header-id = 'H'
002140                     if not baseline-found
002150                     or orbit-snap-gen < oldest-baseline-gen
002160                         move orbit-snap-gen
002165                             to oldest-baseline-gen
002170                         move orbit-snap-date
002180                             to oldest-baseline-date
002190                         set baseline-found to true
002200                     end-if
002210                 end-if
002220         end-read
002230     end-perform.
002240     if snaplib-status = "00" or snaplib-status = "10"
002250         close snaplib-fd
002260     end-if.
002270
002280     move spaces to history-rpt-line.
002290     if baseline-found
002300         string "OLDEST BASELINE ON SNAPLIB: GEN "
002310             oldest-baseline-gen " OF " oldest-baseline-date
002320             delimited by size into history-rpt-line
002330         end-string
002340     else
002350         move "NO BASELINE ON SNAPLIB - JOURNAL NEVER TRIMMED"
002360             to history-rpt-line
002390     end-if.
002400     write history-rpt-line.
002410
002420*----------------------------------------------------------------
002430* 2000-PROCESS-INQUIRIES reads HISTCARD one card at a time and
002440* traces each named object. Blank cards are skipped.
002450*----------------------------------------------------------------
002460 2000-process-inquiries.
002470     perform until history-eof
002480         read history-cards-fd
002490             at end
002500                 set history-eof to true
002510             not at end
002520                 if history-card not = spaces
002530                     perform 2100-trace-object
002540                 end-if
002550         end-read
002560     end-perform.
002570
002580*----------------------------------------------------------------
002590* 2100-TRACE-OBJECT prints one object's lifeline: the archive
002600* first, then the live journal - each file is already in
002610* generation order, and everything on JRNARCH is older than
002620* anything left on MAINTJRN - followed by the event count and,
002630* where it applies, the missing-history flag.
002640*----------------------------------------------------------------
002650 2100-trace-object.
002660     move history-card-system to history-system.
002670     move history-card-object to history-object.
002680     move 0 to event-count.
002690     move space to first-catalog-code.
002700     move 0 to first-catalog-gen.
002710     add 1 to object-count.
002720
002730     move spaces to history-rpt-line.
002740     write history-rpt-line.
002750     move spaces to history-rpt-line.
002760     string "OBJECT " history-system " " history-object
002770         delimited by size into history-rpt-line
002780     end-string.
002790     write history-rpt-line.
002800
002810     if archive-present
002820         move "JRNARCH" to event-source
002830         set journal-eof-switch to 'N'
002840         open input journal-archive-fd
002850         perform until journal-eof
002860             read journal-archive-fd into orbit-journal-record
002870                 at end
002880                     set journal-eof to true
002890                 not at end
002900                     perform 2200-check-journal-record
002910             end-read
002920         end-perform
002930         close journal-archive-fd
002940     end-if.
002950
002960     if live-present
002970         move "MAINTJRN" to event-source
002980         set journal-eof-switch to 'N'
002990         open input journal-fd
003000         perform until journal-eof
003010             read journal-fd
003020                 at end
003030                     set journal-eof to true
003040                 not at end
003050                     perform 2200-check-journal-record
003060             end-read
003070         end-perform
003080         close journal-fd
003090     end-if.
003100
003110     add event-count to total-event-count.
003120     move spaces to history-rpt-line.
003130     if event-count = 0
003140         add 1 to quiet-count
003150         move "  NO JOURNAL RECORDS FOR THIS OBJECT"
003160             to history-rpt-line
003170     else
003180         string "  " event-count " EVENTS"
003190             delimited by size into history-rpt-line
003200         end-string
003210     end-if.
003220     write history-rpt-line.
003230
003240     perform 2500-check-baseline thru 2500-check-baseline-exit.
003250
003260*----------------------------------------------------------------
003270* 2200-CHECK-JOURNAL-RECORD keeps a journal record that touched
003280* the traced object - either image naming it. For L and X the
003290* images are the corridor's two ends, so a corridor is listed
003300* on the history of both objects it joins.
003310*----------------------------------------------------------------
003320 2200-check-journal-record.
003330     if (orbit-journal-before-system = history-system
003340     and orbit-journal-before-object = history-object)
003350     or (orbit-journal-after-system = history-system
003360     and orbit-journal-after-object = history-object)
003370         add 1 to event-count
003380         if first-catalog-code = space
003390             evaluate orbit-journal-code
003400                 when 'A'
003410                 when 'C'
003420                 when 'M'
003430                 when 'D'
003440                     move orbit-journal-code to first-catalog-code
003450                     move orbit-journal-generation
003460                         to first-catalog-gen
003461                 when 'S'
003462                     if orbit-journal-after-system
003463                         = history-system
003464                         move 'A' to first-catalog-code
003465                     else
003466                         move 'S' to first-catalog-code
003467                     end-if
003468                     move orbit-journal-generation
003469                         to first-catalog-gen
003470             end-evaluate
003480         end-if
003490         perform 2300-write-event
003500     end-if.
003510
003520*----------------------------------------------------------------
003530* 2300-WRITE-EVENT prints one journal record: the generation,
003540* date and time it was applied, what was done and which journal
003550* it came off, then the before and after images, the attribute
003560* values for N, R and E (and S, when it carried a record), and
003565* who submitted and approved it.
003570*----------------------------------------------------------------
003580 2300-write-event.
003590     move "BEFORE:" to before-label.
003600     move "AFTER:" to after-label.
003610     evaluate orbit-journal-code
003620         when 'A'
003630             move "ADDED" to event-action
003640         when 'C'
003650             move "RE-CENTERED" to event-action
003660         when 'M'
003670             move "SUBTREE MOVED" to event-action
003680         when 'D'
003690             move "DELETED" to event-action
003693         when 'S'
003696             move "MIGRATED" to event-action
003700         when 'N'
003710             move "ATTRIBUTES ADDED" to event-action
003720         when 'R'
003730             move "ATTRIBUTES REVISED" to event-action
003740         when 'E'
003750             move "ATTRIBUTES ERASED" to event-action
003760         when 'L'
003770             move "CORRIDOR LINKED" to event-action
003780             move "FROM:" to before-label
003790             move "TO:" to after-label
003800         when 'X'
003810             move "CORRIDOR UNLINKED" to event-action
003820             move "FROM:" to before-label
003830             move "TO:" to after-label
003840         when other
003850             move spaces to event-action
003860             string "CODE " orbit-journal-code
003870                 delimited by size into event-action
003880             end-string
003890     end-evaluate.
003900
003910     move spaces to history-rpt-line.
003920     string "  GEN " orbit-journal-generation
003930         "  " orbit-journal-date
003940         " " orbit-journal-time
003950         "  " event-action
003960         event-source
003970         delimited by size into history-rpt-line
003980     end-string.
003990     write history-rpt-line.
004000
004010     move spaces to history-rpt-line.
004020     string "    " before-label
004030         orbit-journal-before-system " "
004040         orbit-journal-before-object " "
004050         orbit-journal-before-center
004060         "  " after-label
004070         orbit-journal-after-system " "
004080         orbit-journal-after-object " "
004090         orbit-journal-after-center
004100         delimited by size into history-rpt-line
004110     end-string.
004120     write history-rpt-line.
004130
004140     if orbit-journal-code = 'N'
004150     or orbit-journal-code = 'R'
004160     or orbit-journal-code = 'E'
004170         perform 2310-write-attribute-values
004180     end-if.
004182     if orbit-journal-code = 'S'
004184     and orbit-journal-after-attr not = spaces
004186         perform 2310-write-attribute-values
004188     end-if.
004190
004200     if orbit-journal-submitter not = spaces
004210     or orbit-journal-approver not = spaces
004220         move spaces to history-rpt-line
004230         string "    SUBMITTED BY " orbit-journal-submitter
004240             "  APPROVED BY " orbit-journal-approver
004250             delimited by size into history-rpt-line
004260         end-string
004270         write history-rpt-line
004280     end-if.
004290
004300*----------------------------------------------------------------
004310* 2310-WRITE-ATTRIBUTE-VALUES prints the name, class and status
004320* an attribute change left behind and replaced. Records journaled
004330* before the journal carried attribute images read back blank,
004340* and say so instead of printing an empty pair of lines.
004350*----------------------------------------------------------------
004360 2310-write-attribute-values.
004370     if orbit-journal-before-attr = spaces
004380     and orbit-journal-after-attr = spaces
004390         move "    ATTRIBUTE VALUES NOT ON THIS JOURNAL RECORD"
004400             to history-rpt-line
004410         write history-rpt-line
004420     else
004430         move spaces to history-rpt-line
004440         string "    WAS: " orbit-journal-before-name
004450             "  CLASS " orbit-journal-before-class
004460             "  STATUS " orbit-journal-before-status
004470             delimited by size into history-rpt-line
004480         end-string
004490         write history-rpt-line
004500         move spaces to history-rpt-line
004510         string "    NOW: " orbit-journal-after-name
004520             "  CLASS " orbit-journal-after-class
004530             "  STATUS " orbit-journal-after-status
004540             delimited by size into history-rpt-line
004550         end-string
004560         write history-rpt-line
004570     end-if.
004580
004590*----------------------------------------------------------------
004600* 2500-CHECK-BASELINE flags an object whose lifeline may be cut
004610* short. The journal saw the object born when its first catalog
004620* record is an add; otherwise the object was already on the
004630* catalog when the journal first touched it, and if it sits in
004640* the oldest baseline - or its first record falls at or below
004650* that baseline - the changes that put it there came before
004660* anything the journal can still show.
004670*----------------------------------------------------------------
004680 2500-check-baseline.
004690     if not baseline-found
004700     or first-catalog-code = 'A'
004710         go to 2500-check-baseline-exit
004720     end-if.
004730     perform 2510-find-in-baseline.
004740     if not in-baseline
004750     and (first-catalog-code = space
004760     or first-catalog-gen > oldest-baseline-gen)
004770         go to 2500-check-baseline-exit
004780     end-if.
004790     add 1 to flagged-count.
004800     move spaces to history-rpt-line.
004810     string "  ** HISTORY RUNS BACK PAST THE OLDEST BASELINE "
004820         "(GEN " oldest-baseline-gen ")"
004830         delimited by size into history-rpt-line
004840     end-string.
004850     write history-rpt-line.
004860     move "  ** EARLIER CHANGES MAY BE MISSING FROM THIS LIFELINE"
004870         to history-rpt-line.
004880     write history-rpt-line.
004890 2500-check-baseline-exit.
004900     exit.
004910
004920*----------------------------------------------------------------
004930* 2510-FIND-IN-BASELINE looks for the traced object among the
004940* detail records of the oldest snapshot on SNAPLIB.
004950*----------------------------------------------------------------
004960 2510-find-in-baseline.
004970     set in-baseline-switch to 'N'.
004980     set in-oldest-snapshot-switch to 'N'.
004990     set snaplib-eof-switch to 'N'.
005000     open input snaplib-fd.
005010     if snaplib-status not = "00"
005020         set snaplib-eof to true
005030     end-if.
005040     perform until snaplib-eof or in-baseline
005050         read snaplib-fd
005060             at end
005070                 set snaplib-eof to true
005080             not at end
005090                 evaluate true
005100                     when orbit-snap-header-id = 'H'
005110                         if orbit-snap-gen = oldest-baseline-gen
005120                             set in-oldest-snapshot to true
005130                         else
005140                             set in-oldest-snapshot-switch to 'N'
005150                         end-if
005160                     when orbit-snap-trailer-id = 'T'
005170                         set in-oldest-snapshot-switch to 'N'
005180                     when orbit-snap-detail-id = 'D'
005190                         if in-oldest-snapshot
005200                         and orbit-snap-system = history-system
005210                         and orbit-snap-object = history-object
005220                             set in-baseline to true
005230                         end-if
005240                 end-evaluate
005250         end-read
005260     end-perform.
005270     if snaplib-status = "00" or snaplib-status = "10"
005280         close snaplib-fd
005290     end-if.
005300
005310*----------------------------------------------------------------
005320* 9000-FINISH closes the card feed and writes the summary line.
005330*----------------------------------------------------------------
005340 9000-finish.
005350     if history-cards-status = "00"
005360     or history-cards-status = "10"
005370         close history-cards-fd
005380     end-if.
005390
005400     move spaces to history-rpt-line.
005410     write history-rpt-line.
005420     move spaces to history-rpt-line.
005430     string "OBJECTS: " object-count
005440         "  EVENTS: " total-event-count
005450         "  FLAGGED: " flagged-count
005460         delimited by size into history-rpt-line
005470     end-string.
005480     write history-rpt-line.
005490     close history-rpt.
005500
005510     display "day6hist: traced " object-count " objects, "
005520         total-event-count " events, " flagged-count " flagged, "
005530         quiet-count " with no journal records".
005540 end program day6hist.
