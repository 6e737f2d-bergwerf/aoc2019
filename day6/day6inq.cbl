000340*                      orbatt.cpy), directly under the OBJECT
000350*                      line, so the flight desk stops keeping
000360*                      those in a spreadsheet by the terminal
000361*   2026-10-15  init   nearest-body inquiry for transfer
000362*                      planning: a card with N in column 13
000363*                      names a body class in column 15 (and
000364*                      optionally a status in 17), and the
000365*                      answer ranks every matching ORBITATT body
000366*                      by transfer count from the card's object
000367*                      - ties listed at an equal rank - with the
000368*                      itinerary to the nearest, searching on
000369*                      over the ORBITLNK corridors when the
000370*                      object's own system holds no match, the
000371*                      same answer day6's QUERYIN gives
000372*----------------------------------------------------------------
000380
000390 environment division.
000400 input-output section.
000650                 access mode is dynamic
000660                 record key is orbit-attr-key
000670                 file status is attr-master-status.
000671             select link-fd assign to 'ORBITLNK'
000672                 organization is indexed
000673                 access mode is sequential
000674                 record key is orbit-link-key
000675                 file status is link-status.
000680
000690 data division.
000700 file section.
000740         copy orbmst.
000750
000760 fd inquiry-cards-fd.
000765*        One inquiry per card: the star system and the object
000770*        designator being asked about. A card with N in
000775*        inquiry-card-type asks instead for the bodies of class
000780*        inquiry-card-class (of status inquiry-card-status too,
000785*        when it is not blank) nearest that object.
000790 01 inquiry-card.
000800             05 inquiry-card-system  pic X(2).
000810             05 filler               pic X(1).
000820             05 inquiry-card-object  pic X(8).
000821             05 filler               pic X(1).
000822             05 inquiry-card-type    pic X(1).
000823                 88 inquiry-card-nearest  value 'N'.
000824             05 filler               pic X(1).
000825             05 inquiry-card-class   pic X(1).
000826             05 filler               pic X(1).
000827             05 inquiry-card-status  pic X(1).
000830
000840 fd inquiry-rpt.
000850 01 inquiry-rpt-line  pic X(72).
001050*        orbatt.cpy): the name, class and status printed under
001060*        each OBJECT line.
001070         copy orbatt.
001071
001072 fd link-fd.
001073*        The cross-system transfer corridors day6maint maintains
001074*        (see orblnk.cpy), read once into link-table the first
001075*        time a nearest-body inquiry has to leave its system.
001076         copy orblnk.
001080
001090 working-storage section.
001100 01 master-status         pic X(2).
001130 01 master-gen-status     pic X(2).
001140 01 xref-gen-status       pic X(2).
001150 01 attr-master-status    pic X(2).
001155 01 link-status           pic X(2).
001160
001170*        Set at start-up when ORBITATT opened cleanly; without
001180*        it every inquiry simply notes that no attributes are
001560 01 child-count      pic 9(9) value 0.
001570 01 answered-count   pic 9(9) value 0.
001580 01 not-found-count  pic 9(9) value 0.
001581
001582*        Nearest-body inquiry support (2500) - the same search
001583*        day6's part-2 makes for a QUERYIN card marked N, walked
001584*        here with keyed reads. Each chain is built into
001585*        chain-work-table (the object's center first, then each
001586*        further ancestor) and kept as the from or to side of a
001587*        comparison; the first from-side entry found on the to
001588*        side is where the two meet. Every matching body the
001589*        object can reach is kept in nearest-table in ascending
001590*        transfer order, ties in the order found; the first
001591*        nearest-list-max are ranked, plus any body tied with the
001592*        last of them, and nearest-link is the corridor a body in
001593*        another system is reached over (0 in the object's own
001594*        system).
001595 01 nearest-class   pic X(1) value space.
001596 01 nearest-status  pic X(1) value space.
001597 01 links-loaded-switch  pic X(1) value 'N'.
001598         88 links-loaded  value 'Y'.
001599 01 link-eof-switch  pic X(1) value 'N'.
001600         88 link-eof  value 'Y'.
001601 01 link-table-max  pic 9(4) value 999 usage is binary.
001602 01 link-count      pic 9(4) value 0 usage is binary.
001603 01 link-table.
001604         05 link-entry  occurs 1 to 999 times
001605                         depending on link-count
001606                         indexed by lnk-i.
001607             10 link-from-system  pic X(2).
001608             10 link-from-object  pic X(8).
001609             10 link-to-system    pic X(2).
001610             10 link-to-object    pic X(8).
001611 01 lk  pic 9(4) value 0 usage is binary.
001612 01 link-applies-switch  pic X(1) value 'N'.
001613         88 link-applies  value 'Y'.
001614 01 near-object  pic X(8) value spaces.
001615 01 far-object   pic X(8) value spaces.
001616 01 chain-system  pic X(2) value spaces.
001617 01 chain-start   pic X(8) value spaces.
001618 01 chain-ptr     pic X(8) value spaces.
001619 01 chain-hops    pic 9(9) value 0 usage is binary.
001620 01 chain-work-count  pic 9(9) value 0 usage is binary.
001621 01 chain-work-table.
001622         05 chain-work-entry  occurs 1 to 999999 times
001623                         depending on chain-work-count
001624                         indexed by chw-i.
001625             10 chain-work-object  pic X(8).
001626 01 from-chain-count  pic 9(9) value 0 usage is binary.
001627 01 from-chain-table.
001628         05 from-chain-entry  occurs 1 to 999999 times
001629                         depending on from-chain-count
001630                         indexed by fch-i.
001631             10 from-chain-object  pic X(8).
001632 01 to-chain-count  pic 9(9) value 0 usage is binary.
001633 01 to-chain-table.
001634         05 to-chain-entry  occurs 1 to 999999 times
001635                         depending on to-chain-count
001636                         indexed by tch-i.
001637             10 to-chain-object  pic X(8).
001638 01 meet-found-switch  pic X(1) value 'N'.
001639         88 meet-found  value 'Y'.
001640 01 meet-i  pic 9(9) value 0 usage is binary.
001641 01 meet-j  pic 9(9) value 0 usage is binary.
001642 01 i       pic 9(9) value 0 usage is binary.
001643 01 j       pic 9(9) value 0 usage is binary.
001644 01 leg-system  pic X(2) value spaces.
001645 01 leg-from    pic X(8) value spaces.
001646 01 leg-to      pic X(8) value spaces.
001647 01 leg-reachable-switch  pic X(1) value 'N'.
001648         88 leg-reachable  value 'Y'.
001649 01 leg-count  pic 9(9) value 0 usage is binary.
001650 01 attr-scan-eof-switch  pic X(1) value 'N'.
001651         88 attr-scan-eof  value 'Y'.
001652 01 nearest-list-max   pic 9(4) value 10 usage is binary.
001653 01 nearest-table-max  pic 9(4) value 999 usage is binary.
001654 01 nearest-count      pic 9(4) value 0 usage is binary.
001655 01 nearest-table.
001656         05 nearest-entry  occurs 1 to 999 times
001657                         depending on nearest-count
001658                         indexed by nst-i.
001659             10 nearest-system  pic X(2).
001660             10 nearest-object  pic X(8).
001661             10 nearest-xfers   pic 9(9) usage is binary.
001662             10 nearest-link    pic 9(4) usage is binary.
001663 01 nearest-dropped-switch  pic X(1) value 'N'.
001664         88 nearest-dropped  value 'Y'.
001665 01 nearest-slot-switch  pic X(1) value 'N'.
001666         88 nearest-slot-found  value 'Y'.
001667 01 nearest-tie-switch  pic X(1) value 'N'.
001668         88 nearest-tie  value 'Y'.
001669 01 nearest-cut-switch  pic X(1) value 'N'.
001670         88 nearest-cut  value 'Y'.
001671 01 nearest-search-system  pic X(2) value spaces.
001672 01 nearest-search-link    pic 9(4) value 0 usage is binary.
001673 01 nearest-base-count     pic 9(9) value 0 usage is binary.
001674 01 candidate-object  pic X(8) value spaces.
001675 01 candidate-xfers   pic 9(9) value 0 usage is binary.
001676 01 n   pic 9(4) value 0 usage is binary.
001677 01 n2  pic 9(4) value 0 usage is binary.
001678
001679*        DISPLAY mirrors so STRING can edit the ranking and
001680*        route lines.
001681 01 nearest-rank-disp  pic 9(4) value 0.
001682 01 nearest-more-disp  pic 9(4) value 0.
001683 01 route-hop-count    pic 9(9) value 0.
001684
001685 procedure division.
001686*----------------------------------------------------------------
001687* 0000-MAINLINE opens the master and the card feed, answers
001688* every inquiry, and closes down with a one-line summary.
001689*----------------------------------------------------------------
001690 0000-mainline.
001691     perform 1000-initialize.
001692     perform 2000-process-inquiries.
001693     perform 9000-finish.
001694     stop run.
001700
001710 1000-initialize.
001720     open output inquiry-rpt.
002530
002540*----------------------------------------------------------------
002550* 2000-PROCESS-INQUIRIES reads INQCARD one card at a time and
002555* answers each named object - or, on a card marked N, the
002560* nearest bodies of a class to it (2500). Blank cards are
002565* skipped.
002570*----------------------------------------------------------------
002580 2000-process-inquiries.
002590     perform until inquiry-eof
002640                 if inquiry-card-object not = spaces
002650                     move inquiry-card-system to inquiry-system
002660                     move inquiry-card-object to inquiry-object
002663                     if inquiry-card-nearest
002666                         move inquiry-card-class to nearest-class
002669                         move inquiry-card-status
002670                             to nearest-status
002672                         perform 2500-answer-nearest
002675                             thru 2500-answer-nearest-exit
002678                     else
002681                         perform 2100-answer-inquiry
002684                             thru 2100-answer-inquiry-exit
002687                     end-if
002690                 end-if
002700         end-read
002710     end-perform.
004870     end-perform.
004880
004890*----------------------------------------------------------------
004900* 2500-ANSWER-NEAREST answers a nearest-body card: which bodies
004910* of class nearest-class (and of status nearest-status, when one
004920* is given) are the fewest orbit transfers from the card's
004930* object. The object's own system is searched first; only when
004940* nothing in it matches does the search go on over every
004950* ORBITLNK corridor out of the system - near leg, one transfer
004960* across, then each match's far leg. The matches are ranked
004970* with ties at an equal rank, and the route is written for
004980* every body tied for nearest.
004990*----------------------------------------------------------------
005000 2500-answer-nearest.
005010     move spaces to inquiry-rpt-line.
005020     write inquiry-rpt-line.
005030     move spaces to inquiry-rpt-line.
005040     if nearest-status = space
005050         string "NEAREST CLASS " nearest-class " (ANY STATUS)"
005060             " FROM " inquiry-system " " inquiry-object
005070             delimited by size into inquiry-rpt-line
005080         end-string
005090     else
005100         string "NEAREST CLASS " nearest-class
005110             " STATUS " nearest-status
005120             " FROM " inquiry-system " " inquiry-object
005130             delimited by size into inquiry-rpt-line
005140         end-string
005150     end-if.
005160     write inquiry-rpt-line.
005170     move 0 to nearest-count.
005180     set nearest-dropped-switch to 'N'.
005190     if nearest-class = space
005200         move "  NO BODY CLASS GIVEN - INQUIRY NOT ANSWERED"
005210             to inquiry-rpt-line
005220         write inquiry-rpt-line
005230         go to 2500-answer-nearest-exit
005240     end-if.
005250     if not attrs-usable
005260         move "  ATTRIBUTES NOT AVAILABLE - INQUIRY NOT ANSWERED"
005270             to inquiry-rpt-line
005280         write inquiry-rpt-line
005290         go to 2500-answer-nearest-exit
005300     end-if.
005310     move inquiry-system to chain-system.
005320     move inquiry-object to chain-start.
005330     perform 2580-build-chain-work.
005340     if chain-work-count = 0
005350         add 1 to not-found-count
005360         move spaces to inquiry-rpt-line
005370         string "OBJECT " inquiry-system " " inquiry-object
005380             "  NOT ON FILE"
005390             delimited by size into inquiry-rpt-line
005400         end-string
005410         write inquiry-rpt-line
005420         go to 2500-answer-nearest-exit
005430     end-if.
005440     add 1 to answered-count.
005450     perform 2570-copy-from-chain.
005460     move inquiry-system to nearest-search-system.
005470     move 0 to nearest-search-link.
005480     move 0 to nearest-base-count.
005490     perform 2510-scan-class-system.
005500     if nearest-count = 0
005510         perform 2590-load-links
005520         move 0 to lk
005530         perform until lk = link-count
005540             add 1 to lk
005550             perform 2520-search-over-link
005560         end-perform
005570     end-if.
005580     perform 2540-write-nearest-ranking.
005590 2500-answer-nearest-exit.
005600     exit.
005610
005620*----------------------------------------------------------------
005630* 2510-SCAN-CLASS-SYSTEM reads nearest-search-system's section
005640* of ORBITATT (contiguous under the system-led key) and costs
005650* every body of the class asked for against the from-chain
005660* already built - the inquired object's own chain, or the far
005670* end of the corridor being tried.
005680*----------------------------------------------------------------
005690 2510-scan-class-system.
005700     set attr-scan-eof-switch to 'N'.
005710     move nearest-search-system to orbit-attr-system.
005720     move low-values to orbit-attr-object.
005730     start attr-master-fd key not < orbit-attr-key
005740         invalid key
005750             set attr-scan-eof to true
005760     end-start.
005770     perform until attr-scan-eof
005780         read attr-master-fd next record
005790             at end
005800                 set attr-scan-eof to true
005810             not at end
005820                 if orbit-attr-system not = nearest-search-system
005830                     set attr-scan-eof to true
005840                 else
005850                     perform 2515-try-candidate
005860                 end-if
005870         end-read
005880     end-perform.
005890
005900*----------------------------------------------------------------
005910* 2515-TRY-CANDIDATE costs the attribute record just read when
005920* it matches the class and status asked for: its chain is met
005930* against the from-chain, and the transfers are the hops from
005940* each side's parent down to the meeting point plus whatever it
005950* took to reach the from-chain's start. The inquired object
005960* itself is no answer, and a body whose chain never meets is
005970* unreachable.
005980*----------------------------------------------------------------
005990 2515-try-candidate.
006000     if orbit-attr-class = nearest-class
006010     and (nearest-status = space
006020     or orbit-attr-status = nearest-status)
006030         if orbit-attr-system = inquiry-system
006040         and orbit-attr-object = inquiry-object
006050             continue
006060         else
006070             move orbit-attr-object to candidate-object
006080             move nearest-search-system to chain-system
006090             move candidate-object to chain-start
006100             perform 2580-build-chain-work
006110             perform 2575-copy-to-chain
006120             perform 2565-meet-chains
006130             if meet-found
006140                 compute candidate-xfers = nearest-base-count
006150                     + meet-i + meet-j - 2
006160                 perform 2530-note-candidate
006170                     thru 2530-note-candidate-exit
006180             end-if
006190         end-if
006200     end-if.
006210
006220*----------------------------------------------------------------
006230* 2520-SEARCH-OVER-LINK searches the system at the far end of
006240* corridor lk, when the corridor leaves the inquired object's
006250* system: the near leg to the corridor's endpoint there, one
006260* transfer across, and the far endpoint's chain becomes the
006270* from-chain each match is met against.
006280*----------------------------------------------------------------
006290 2520-search-over-link.
006300     set link-applies-switch to 'N'.
006310     if link-from-system(lk) = inquiry-system
006320     and link-to-system(lk) not = inquiry-system
006330         move link-from-object(lk) to near-object
006340         move link-to-object(lk) to far-object
006350         move link-to-system(lk) to nearest-search-system
006360         set link-applies to true
006370     end-if.
006380     if link-to-system(lk) = inquiry-system
006390     and link-from-system(lk) not = inquiry-system
006400         move link-to-object(lk) to near-object
006410         move link-from-object(lk) to far-object
006420         move link-from-system(lk) to nearest-search-system
006430         set link-applies to true
006440     end-if.
006450     if link-applies
006460         move inquiry-system to leg-system
006470         move inquiry-object to leg-from
006480         move near-object to leg-to
006490         perform 2560-leg-count
006500         if leg-reachable
006510             compute nearest-base-count = leg-count + 1
006520             move lk to nearest-search-link
006530             move nearest-search-system to chain-system
006540             move far-object to chain-start
006550             perform 2580-build-chain-work
006560             perform 2570-copy-from-chain
006570             perform 2510-scan-class-system
006580         end-if
006590     end-if.
006600
006610*----------------------------------------------------------------
006620* 2530-NOTE-CANDIDATE files the body just costed into
006630* nearest-table behind every entry no farther away, so the
006640* table stays ranked and ties keep the order they were found
006650* in. A body already reached over another corridor keeps the
006660* cheaper route; a full table drops its farthest entry for a
006670* nearer body and remembers that it did.
006680*----------------------------------------------------------------
006690 2530-note-candidate.
006700     move 0 to n2.
006710     move 0 to n.
006720     perform until n = nearest-count or n2 > 0
006730         add 1 to n
006740         if nearest-system(n) = nearest-search-system
006750         and nearest-object(n) = candidate-object
006760             move n to n2
006770         end-if
006780     end-perform.
006790     if n2 > 0
006800         if candidate-xfers not < nearest-xfers(n2)
006810             go to 2530-note-candidate-exit
006820         end-if
006830         perform 2535-remove-entry
006840     end-if.
006850     if nearest-count = nearest-table-max
006860         set nearest-dropped to true
006870         if candidate-xfers not < nearest-xfers(nearest-count)
006880             go to 2530-note-candidate-exit
006890         end-if
006900         subtract 1 from nearest-count
006910     end-if.
006920     move nearest-count to n.
006930     add 1 to nearest-count.
006940     set nearest-slot-switch to 'N'.
006950     perform until nearest-slot-found
006960         if n = 0
006970             set nearest-slot-found to true
006980         else
006990             if nearest-xfers(n) > candidate-xfers
007000                 move nearest-entry(n) to nearest-entry(n + 1)
007010                 subtract 1 from n
007020             else
007030                 set nearest-slot-found to true
007040             end-if
007050         end-if
007060     end-perform.
007070     add 1 to n.
007080     move nearest-search-system to nearest-system(n).
007090     move candidate-object to nearest-object(n).
007100     move candidate-xfers to nearest-xfers(n).
007110     move nearest-search-link to nearest-link(n).
007120 2530-note-candidate-exit.
007130     exit.
007140
007150*----------------------------------------------------------------
007160* 2535-REMOVE-ENTRY closes nearest-table up over entry n2.
007170*----------------------------------------------------------------
007180 2535-remove-entry.
007190     move n2 to n.
007200     perform until n = nearest-count
007210         move nearest-entry(n + 1) to nearest-entry(n)
007220         add 1 to n
007230     end-perform.
007240     subtract 1 from nearest-count.
007250
007260*----------------------------------------------------------------
007270* 2540-WRITE-NEAREST-RANKING writes the ranked matches: the first
007280* nearest-list-max, and past them every body tied with the last
007290* one listed, so a tie is never cut in half. Equal transfer
007300* counts share a rank and are flagged TIE. The route follows for
007310* every body tied for nearest.
007320*----------------------------------------------------------------
007330 2540-write-nearest-ranking.
007340     if nearest-count = 0
007350         move "  NO MATCHING BODY REACHABLE" to inquiry-rpt-line
007360         write inquiry-rpt-line
007370     else
007380         move 0 to n
007390         perform until n = nearest-count
007400             add 1 to n
007410             set nearest-cut-switch to 'N'
007420             if n > nearest-list-max
007430                 if nearest-xfers(n) not = nearest-xfers(n - 1)
007440                     set nearest-cut to true
007450                 end-if
007460             end-if
007470             if nearest-cut
007480                 compute nearest-more-disp = nearest-count - n + 1
007490                 move spaces to inquiry-rpt-line
007500                 string "  " nearest-more-disp
007510                     " FARTHER MATCH(ES) NOT LISTED"
007520                     delimited by size into inquiry-rpt-line
007530                 end-string
007540                 write inquiry-rpt-line
007550                 move nearest-count to n
007560             else
007570                 perform 2545-write-rank-line
007580             end-if
007590         end-perform
007600         if nearest-dropped
007610             move nearest-table-max to nearest-more-disp
007620             move spaces to inquiry-rpt-line
007630             string "  MORE THAN " nearest-more-disp
007640                 " MATCHES - ONLY THE NEAREST ARE RANKED"
007650                 delimited by size into inquiry-rpt-line
007660             end-string
007670             write inquiry-rpt-line
007680         end-if
007690         move 0 to n
007700         perform until n = nearest-count
007710             add 1 to n
007720             if nearest-xfers(n) = nearest-xfers(1)
007730                 perform 2550-write-nearest-route
007740             else
007750                 move nearest-count to n
007760             end-if
007770         end-perform
007780     end-if.
007790
007800*----------------------------------------------------------------
007810* 2545-WRITE-RANK-LINE writes entry n's ranking line, and the
007820* corridor it was reached over when it lies in another system.
007830*----------------------------------------------------------------
007840 2545-write-rank-line.
007850     if n = 1
007860         move n to nearest-rank-disp
007870     else
007880         if nearest-xfers(n) not = nearest-xfers(n - 1)
007890             move n to nearest-rank-disp
007900         end-if
007910     end-if.
007920     set nearest-tie-switch to 'N'.
007930     if n > 1
007940         if nearest-xfers(n) = nearest-xfers(n - 1)
007950             set nearest-tie to true
007960         end-if
007970     end-if.
007980     if n < nearest-count
007990         if nearest-xfers(n) = nearest-xfers(n + 1)
008000             set nearest-tie to true
008010         end-if
008020     end-if.
008030     move nearest-xfers(n) to route-hop-count.
008040     move spaces to inquiry-rpt-line.
008050     if nearest-tie
008060         string "  RANK " nearest-rank-disp "  "
008070             nearest-system(n) " " nearest-object(n)
008080             "  TRANSFERS " route-hop-count "  TIE"
008090             delimited by size into inquiry-rpt-line
008100         end-string
008110     else
008120         string "  RANK " nearest-rank-disp "  "
008130             nearest-system(n) " " nearest-object(n)
008140             "  TRANSFERS " route-hop-count
008150             delimited by size into inquiry-rpt-line
008160         end-string
008170     end-if.
008180     write inquiry-rpt-line.
008190     if nearest-link(n) > 0
008200         move nearest-link(n) to lk
008210         move spaces to inquiry-rpt-line
008220         string "    VIA "
008230             link-from-system(lk) " "
008240             link-from-object(lk) " - "
008250             link-to-system(lk) " "
008260             link-to-object(lk)
008270             delimited by size into inquiry-rpt-line
008280         end-string
008290         write inquiry-rpt-line
008300     end-if.
008310
008320*----------------------------------------------------------------
008330* 2550-WRITE-NEAREST-ROUTE writes the route to entry n: one leg
008340* inside the inquired object's system, or the near leg, the
008350* corridor crossing and the far leg for a body in another
008360* system - the same lines day6 writes on XFERRPT.
008370*----------------------------------------------------------------
008380 2550-write-nearest-route.
008390     move spaces to inquiry-rpt-line.
008400     string "  ITINERARY TO " nearest-system(n) " "
008405         nearest-object(n)
008410         delimited by size into inquiry-rpt-line
008420     end-string.
008430     write inquiry-rpt-line.
008440     if nearest-link(n) = 0
008450         move inquiry-system to leg-system
008460         move inquiry-object to leg-from
008470         move nearest-object(n) to leg-to
008480         perform 2560-leg-count
008490         perform 2585-write-leg-route
008500     else
008510         move nearest-link(n) to lk
008520         if link-from-system(lk) = inquiry-system
008530             move link-from-object(lk) to near-object
008540             move link-to-object(lk) to far-object
008550         else
008560             move link-to-object(lk) to near-object
008570             move link-from-object(lk) to far-object
008580         end-if
008590         move inquiry-system to leg-system
008600         move inquiry-object to leg-from
008610         move near-object to leg-to
008620         perform 2560-leg-count
008630         perform 2585-write-leg-route
008640         move spaces to inquiry-rpt-line
008650         string "  CROSS: " inquiry-system " " near-object
008660             " - " nearest-system(n) " " far-object
008670             delimited by size into inquiry-rpt-line
008680         end-string
008690         write inquiry-rpt-line
008700         move nearest-system(n) to leg-system
008710         move far-object to leg-from
008720         move nearest-object(n) to leg-to
008730         perform 2560-leg-count
008740         perform 2585-write-leg-route
008750     end-if.
008760
008770*----------------------------------------------------------------
008780* 2560-LEG-COUNT counts the orbit transfers between leg-from and
008790* leg-to inside leg-system: both chains are built, and the first
008800* ancestor of leg-from that appears in leg-to's chain is the
008810* deepest common ancestor, so the count is the hops from each
008820* side's parent down to it.
008830*----------------------------------------------------------------
008840 2560-leg-count.
008850     set leg-reachable-switch to 'N'.
008860     move 0 to leg-count.
008870     move leg-system to chain-system.
008880     move leg-from to chain-start.
008890     perform 2580-build-chain-work.
008900     perform 2570-copy-from-chain.
008910     move leg-system to chain-system.
008920     move leg-to to chain-start.
008930     perform 2580-build-chain-work.
008940     perform 2575-copy-to-chain.
008950     perform 2565-meet-chains.
008960     if meet-found
008970         compute leg-count = meet-i + meet-j - 2
008980         set leg-reachable to true
008990     end-if.
009000
009010*----------------------------------------------------------------
009020* 2565-MEET-CHAINS finds the first from-chain entry that also
009030* appears in to-chain, leaving its positions in meet-i and
009040* meet-j.
009050*----------------------------------------------------------------
009060 2565-meet-chains.
009070     set meet-found-switch to 'N'.
009080     move 0 to meet-i.
009090     move 0 to meet-j.
009100     move 0 to i.
009110     perform until i = from-chain-count or meet-found
009120         add 1 to i
009130         move 0 to j
009140         perform until j = to-chain-count or meet-found
009150             add 1 to j
009160             if to-chain-object(j) = from-chain-object(i)
009170                 set meet-found to true
009180                 move i to meet-i
009190                 move j to meet-j
009200             end-if
009210         end-perform
009220     end-perform.
009230
009240*----------------------------------------------------------------
009250* 2570-COPY-FROM-CHAIN keeps the chain just built as the from
009260* side of the comparison.
009270*----------------------------------------------------------------
009280 2570-copy-from-chain.
009290     move 0 to from-chain-count.
009300     perform until from-chain-count = chain-work-count
009310         add 1 to from-chain-count
009320         move chain-work-object(from-chain-count)
009330             to from-chain-object(from-chain-count)
009340     end-perform.
009350
009352*----------------------------------------------------------------
009354* 2575-COPY-TO-CHAIN keeps the chain just built as the to side
009356* of the comparison.
009358*----------------------------------------------------------------
009360 2575-copy-to-chain.
009370     move 0 to to-chain-count.
009380     perform until to-chain-count = chain-work-count
009390         add 1 to to-chain-count
009400         move chain-work-object(to-chain-count)
009410             to to-chain-object(to-chain-count)
009420     end-perform.
009430
009440*----------------------------------------------------------------
009450* 2580-BUILD-CHAIN-WORK builds the ancestor chain of chain-start
009460* in chain-system into chain-work-table with one keyed read per
009470* hop, the way 2200 walks a chain: its center first, then each
009480* further ancestor out to the chain's end (normally COM, which
009490* has no record of its own). An object with no record leaves
009500* the chain empty.
009510*----------------------------------------------------------------
009520 2580-build-chain-work.
009530     move 0 to chain-work-count.
009540     move chain-start to chain-ptr.
009550     move 0 to chain-hops.
009560     set chain-eof-switch to 'N'.
009570     perform until chain-eof
009580         add 1 to chain-hops
009590         if chain-hops > chain-hop-limit
009600             set chain-eof to true
009610         else
009620             move chain-system to orbit-master-system
009630             move chain-ptr to orbit-master-object
009640             read master-fd
009650                 invalid key
009660                     set chain-eof to true
009670                 not invalid key
009680                     add 1 to chain-work-count
009690                     move orbit-master-center
009700                         to chain-work-object(chain-work-count)
009710                     move orbit-master-center to chain-ptr
009720             end-read
009730         end-if
009740     end-perform.
009750
009760*----------------------------------------------------------------
009770* 2585-WRITE-LEG-ROUTE writes one leg's route off the chains and
009780* meeting point 2560 left behind: up from leg-from to the common
009790* ancestor, flagged, then down to leg-to.
009800*----------------------------------------------------------------
009810 2585-write-leg-route.
009820     move spaces to inquiry-rpt-line.
009830     string "  FROM: " leg-from
009840         delimited by size into inquiry-rpt-line
009850     end-string.
009860     write inquiry-rpt-line.
009870     move 0 to i.
009880     perform until i = meet-i
009890         add 1 to i
009900         move spaces to inquiry-rpt-line
009910         if i = meet-i
009920             string "  MEET: " from-chain-object(i)
009930                 "  (COMMON ANCESTOR)"
009940                 delimited by size into inquiry-rpt-line
009950             end-string
009960         else
009970             string "  HOP:  " from-chain-object(i)
009980                 delimited by size into inquiry-rpt-line
009990             end-string
010000         end-if
010010         write inquiry-rpt-line
010020     end-perform.
010030     move meet-j to j.
010040     perform until j not > 1
010050         subtract 1 from j
010060         move spaces to inquiry-rpt-line
010070         string "  HOP:  " to-chain-object(j)
010080             delimited by size into inquiry-rpt-line
010090         end-string
010100         write inquiry-rpt-line
010110     end-perform.
010120     move spaces to inquiry-rpt-line.
010130     string "  TO:   " leg-to
010140         delimited by size into inquiry-rpt-line
010150     end-string.
010160     write inquiry-rpt-line.
010170
010180*----------------------------------------------------------------
010190* 2590-LOAD-LINKS reads the ORBITLNK corridors into link-table
010200* the first time a nearest-body inquiry needs them. A missing
010210* file simply means no corridors are established.
010220*----------------------------------------------------------------
010230 2590-load-links.
010240     if not links-loaded
010250         set links-loaded to true
010260         move 0 to link-count
010270         set link-eof-switch to 'N'
010280         open input link-fd
010290         if link-status not = "00"
010300             set link-eof to true
010310         end-if
010320         perform until link-eof
010330             read link-fd
010340                 at end
010350                     set link-eof to true
010360                 not at end
010370                     if link-count = link-table-max
010380                         display "day6inq: ORBITLNK holds more "
010390                             "than " link-table-max
010400                             " corridors - increase "
010410                             "link-table-max and recompile"
010420                         set link-eof to true
010430                     else
010440                         add 1 to link-count
010450                         move orbit-link-from-system
010460                             to link-from-system(link-count)
010470                         move orbit-link-from-object
010480                             to link-from-object(link-count)
010490                         move orbit-link-to-system
010500                             to link-to-system(link-count)
010510                         move orbit-link-to-object
010520                             to link-to-object(link-count)
010530                     end-if
010540             end-read
010550         end-perform
010560         if link-status = "00" or link-status = "10"
010570             close link-fd
010580         end-if
010590     end-if.
010595
010600*----------------------------------------------------------------
010610* 9000-FINISH closes the files and writes the run summary.
010620*----------------------------------------------------------------
010630 9000-finish.
010640     if inquiry-cards-status = "00"
010650     or inquiry-cards-status = "10"
010660         close inquiry-cards-fd
010670     end-if.
010680     close master-fd.
010690     if xref-status = "00" or xref-status = "10"
010700         close xref-fd
010710     end-if.
010720     if attrs-usable
010730         close attr-master-fd
010740     end-if.
010750
010760     move spaces to inquiry-rpt-line.
010770     write inquiry-rpt-line.
010780     move spaces to inquiry-rpt-line.
010790     string "ANSWERED: " answered-count
010800         "  NOT ON FILE: " not-found-count
010810         delimited by size into inquiry-rpt-line
010820     end-string.
010830     write inquiry-rpt-line.
010840     close inquiry-rpt.
010850
010860     display "day6inq: answered " answered-count
010870         " not on file " not-found-count.
010880 end program day6inq.
