001050*                      OVERRIDE card on LOCKOVR breaks a lock
001060*                      left by an abend, and claim, release
001070*                      and any break all go on MAINTRPT
001071*   2026-10-15  init   validate-only (what-if) mode: a V card on
001072*                      MAINTPRM runs every due PENDIN, SUSPIN
001073*                      and MAINTXN transaction through the same
001074*                      integrity checks against a working view
001075*                      of the catalog held in storage - later
001076*                      transactions see the effect of earlier
001077*                      ones - and lists each would-be outcome
001078*                      and reason code on WHATRPT with the net
001079*                      adds, deletes and moves and the number of
001080*                      objects that would change depth. The
001081*                      masters are opened input only, and the
001082*                      journal, MSTGEN, XRFGEN, the suspense and
001083*                      pending files and the run lock are never
001084*                      written
001085*   2026-10-15  init   two-person approval: every transaction
001086*                      carries its submitter's user ID, written
001087*                      to MAINTJRN and MAINTRPT; a forced
001088*                      transaction and every D, M and X is held
001089*                      on APPROUT (recycled from APPRIN each run)
001090*                      until a MAINTAPP approval card from a
001091*                      different user ID matches it - a self-
001092*                      approval is refused and reported - and
001093*                      holds past approval-age-limit runs age on
001094*                      the APPRRPT report the way SUSPRPT ages
001095*                      suspense. An approved transaction that
001096*                      suspends keeps its approver on SUSPOUT
001102*   2026-10-15  init   mid-run restart: MAINTCKP is rewritten
001103*                      after every transaction with the run's
001104*                      position in the combined PENDIN, APPRIN,
001105*                      SUSPIN and MAINTXN stream, its control
001106*                      totals and the approval cards used so
001107*                      far; a rerun after an abend takes over
001108*                      its own stranded lock, skips what was
001109*                      already applied, cuts SUSPOUT, PENDOUT and
001110*                      APPROUT back to the checkpointed counts,
001111*                      extends the reports, and finishes the
001112*                      MSTGEN and XRFGEN stamping as if the run
001113*                      had never broken; MAINTRPT shows the
001114*                      restart and the transaction it resumed
001115*                      after
001116*   2026-10-15  init   N, R and E journal records now carry the
001117*                      attribute name, class and status before
001118*                      and after the change, so the history
001119*                      inquiry can show what an attribute was;
001120*                      E reads the record before erasing it
001121*   2026-10-15  init   new S transaction migrates a whole
001122*                      subtree into another star system under a
001123*                      named center there: every member is re-
001124*                      keyed into the to-system with its
001125*                      ORBITATT record carried along, every
001126*                      ORBITLNK corridor ending on a member is
001127*                      re-pointed (or reported and dropped when
001128*                      the re-pointed corridor is already on
001129*                      file), ORBITXRF is kept in step, and each
001130*                      member is journaled under S so day6rbld
001131*                      and day6cmp replay the re-key; the whole
001132*                      transaction is refused when any member's
001133*                      designator already exists in the to-
001134*                      system, and it needs a second signature
001135*                      like M
001136*   2026-10-15  init   hold A, C, M, N and R transactions to the
001137*                      CLASSRUL body-class rules (see clsrul.cpy)
001138*                      at apply time and in a validate-only run:
001139*                      each breach is listed under the
001140*                      transaction, a severe one is suspended
001141*                      under new reason code CLS unless the
001142*                      override code F forces it through, and a
001143*                      warning is applied; the counts go in the
001144*                      run-end summary and the checkpoint
001145*   2026-10-15  init   a transaction with no submitter ID is
001146*                      suspended under new reason code SUB
001147*                      before the approval check - applied, it
001148*                      would be journaled unsigned and could
001149*                      slip the self-approval test - in a
001150*                      validate-only run as well, and counted
001151*                      in the run-end summary and the checkpoint
001152*   2026-10-15  init   the checkpoint also counts the MAINTJRN
001153*                      records the run has written; a restart
001154*                      that finds more on MAINTJRN than that
001155*                      names the transaction that was in flight
001156*                      on MAINTRPT and the console as possibly
001157*                      applied and skips it, instead of applying
001158*                      it a second time
001159*   2026-10-15  init   A and C check for a duplicate or a
001160*                      missing object before the class rules,
001161*                      as M does, so a transaction rejected DUP
001162*                      or NOF is no longer also counted as a
001163*                      class breach forced through or warned,
001164*                      nor suspended CLS; the validate-only
001165*                      run checks in the same order
001166*----------------------------------------------------------------
001167
001168 environment division.
001169 input-output section.
001170         file-control.
001171             select master-fd assign to 'ORBITMST'
001172                 organization is indexed
001173                 access mode is dynamic
001174                 record key is orbit-master-key
001175                 file status is master-status.
001180             select transaction-fd assign to 'MAINTXN'
001190                 organization is line sequential
001200                 file status is transaction-status.
001210             select maint-rpt assign to 'MAINTRPT'
001220                 organization is line sequential
001225                 file status is maint-rpt-status.
001230             select master-gen-fd assign to 'MSTGEN'
001240                 organization is line sequential
001250                 file status is master-gen-status.
001300                 organization is line sequential
001310                 file status is suspense-in-status.
001320             select suspense-out-fd assign to 'SUSPOUT'
001330                 organization is line sequential
001335                 file status is suspense-out-status.
001340             select suspense-rpt assign to 'SUSPRPT'
001350                 organization is line sequential
001355                 file status is suspense-rpt-status.
001360             select pending-in-fd assign to 'PENDIN'
001370                 organization is line sequential
001380                 file status is pending-in-status.
001390             select pending-out-fd assign to 'PENDOUT'
001400                 organization is line sequential
001405                 file status is pending-out-status.
001410             select pending-rpt assign to 'PENDRPT'
001420                 organization is line sequential
001425                 file status is pending-rpt-status.
001430             select attr-master-fd assign to 'ORBITATT'
001440                 organization is indexed
001450                 access mode is dynamic
001660                 access mode is dynamic
001670                 record key is orbit-link-key
001680                 file status is link-status.
001681             select maint-param-fd assign to 'MAINTPRM'
001682                 organization is line sequential
001683                 file status is maint-param-status.
001684             select whatif-rpt assign to 'WHATRPT'
001685                 organization is line sequential.
001686             select approval-in-fd assign to 'APPRIN'
001687                 organization is line sequential
001688                 file status is approval-in-status.
001689             select approval-out-fd assign to 'APPROUT'
001690                 organization is line sequential
001691                 file status is approval-out-status.
001692             select approval-rpt assign to 'APPRRPT'
001693                 organization is line sequential
001694                 file status is approval-rpt-status.
001695             select approval-card-fd assign to 'MAINTAPP'
001696                 organization is line sequential
001697                 file status is approval-card-status.
001698             select checkpoint-fd assign to 'MAINTCKP'
001699                 organization is line sequential
001700                 file status is checkpoint-status.
001701             select restart-work-fd assign to 'MAINTWRK'
001702                 organization is line sequential.
001703             select class-rule-fd assign to 'CLASSRUL'
001704                 organization is line sequential
001705                 file status is class-rule-file-status.
001706
001707 data division.
001710 file section.
001720 fd master-fd.
001730*        The master record layout is shared with day6 (which
001900*              class, status - see orbatt.cpy)
001910*          R - revise that attribute record
001920*          E - erase it
001922*          S - migrate the whole subtree rooted at orbit-object
001924*              into the to-system, hung under the object in the
001926*              center position there (attribute records and
001928*              corridors ride along)
001930*        Every transaction names the star system it works in;
001940*        the object, its center and every integrity check stay
001950*        inside that system - except the to-side of an L or X,
001960*        which lives in the to-system named after the override
001970*        (blank defaults it to the transaction's own system),
001973*        and the new center of an S, which lives in the to-
001976*        system it migrates into (never blank or its own).
001980*        An override code of F after the
001990*        center forces a transaction through the referential-
002000*        integrity checks (center-on-file for A/C/M, no-
002010*        orphaned-children for D, both-endpoints-on-file for L,
002015*        center-on-file in the to-system for S)
002020*        for a planned restructure; a
002030*        move whose new center is inside the subtree being
002040*        moved is refused even then, since that cycle would
002050*        fail the next day6 validation. An S whose designators
002051*        already exist in the to-system is refused outright.
002052*        An A, C, M, N or R that breaks a severe body-class rule
002053*        (see clsrul.cpy) is suspended unless it is forced too.
002054*        The submitter's user ID closes the record. A forced
002055*        transaction, and every D, M, S and X, is held on the
002056*        approval file until a MAINTAPP approval card from a
002058*        different user ID matches it.
002060 01 transaction-record.
002070             05 transaction-code    pic X(1).
002080                 88 transaction-add     value 'A'.
002140                 88 transaction-attr-new    value 'N'.
002150                 88 transaction-attr-revise value 'R'.
002160                 88 transaction-attr-erase  value 'E'.
002165                 88 transaction-migrate     value 'S'.
002170             05 filler               pic X(1).
002180             05 transaction-system   pic X(2).
002190             05 filler               pic X(1).
002420             05 transaction-attr-class   pic X(1).
002430             05 filler               pic X(1).
002440             05 transaction-attr-status  pic X(1).
002441             05 filler               pic X(1).
002442*            Who keyed the transaction - written to MAINTJRN and
002443*            MAINTRPT, and never allowed to approve its own
002444*            forced or destructive transaction.
002445             05 transaction-submitter  pic X(8).
002450
002460 fd maint-rpt.
002470 01 maint-rpt-line  pic X(72).
002720             05 suspense-in-date         pic 9(8).
002730             05 filler                   pic X(1).
002740             05 suspense-in-runs         pic 9(3).
002741*            Who submitted the transaction and, for one that was
002742*            held for a second signature, who approved it - an
002743*            approved transaction that suspends is not held
002744*            again when it is retried.
002745             05 filler                   pic X(1).
002746             05 suspense-in-submitter    pic X(8).
002747             05 filler                   pic X(1).
002748             05 suspense-in-approver     pic X(8).
002750
002760 fd suspense-out-fd.
002770*        This run's rejects, in the same layout as SUSPIN, to be
002840             05 suspense-out-date         pic 9(8).
002850             05 filler                    pic X(1).
002860             05 suspense-out-runs         pic 9(3).
002862             05 filler                    pic X(1).
002864             05 suspense-out-submitter    pic X(8).
002866             05 filler                    pic X(1).
002868             05 suspense-out-approver     pic X(8).
002870
002880 fd suspense-rpt.
002890 01 suspense-rpt-line  pic X(72).
002990             05 pending-in-transaction  pic X(61).
003000             05 filler                  pic X(1).
003010             05 pending-in-date         pic 9(8).
003013             05 filler                  pic X(1).
003016             05 pending-in-submitter    pic X(8).
003020
003030 fd pending-out-fd.
003040*        The forward book as it stands after this run, in the
003070             05 pending-out-transaction  pic X(61).
003080             05 filler                   pic X(1).
003090             05 pending-out-date         pic 9(8).
003093             05 filler                   pic X(1).
003096             05 pending-out-submitter    pic X(8).
003100
003110 fd pending-rpt.
003120 01 pending-rpt-line  pic X(72).
003490*        left behind by an abend, and the break is reported.
003500 01 lock-override-record  pic X(8).
003510
003511 fd maint-param-fd.
003512*        One optional run-mode card: A (or a missing or blank
003513*        MAINTPRM) applies the feed as always; V validates it
003514*        only - every transaction is checked against a working
003515*        view of the catalog and its would-be outcome listed on
003516*        WHATRPT, and nothing on file is changed.
003517 01 maint-param-record.
003518             05 maint-param-mode  pic X(1).
003519
003520 fd whatif-rpt.
003521 01 whatif-rpt-line  pic X(72).
003522
003523 fd approval-in-fd.
003524*        The approval hold file written by the previous run
003525*        (this run's APPROUT is the next run's APPRIN): a forced
003526*        or destructive transaction exactly as submitted, who
003527*        submitted it, the date it was first held, and how many
003528*        runs it has waited. Retried every run, the way SUSPIN
003529*        is, and applied once a matching approval arrives.
003530 01 approval-in-record.
003531             05 approval-in-transaction  pic X(61).
003532             05 filler                   pic X(1).
003533             05 approval-in-submitter    pic X(8).
003534             05 filler                   pic X(1).
003535             05 approval-in-date         pic 9(8).
003536             05 filler                   pic X(1).
003537             05 approval-in-runs         pic 9(3).
003538
003539 fd approval-out-fd.
003540*        What is still waiting for a second signature after
003541*        this run, in the same layout as APPRIN.
003542 01 approval-out-record.
003543             05 approval-out-transaction  pic X(61).
003544             05 filler                    pic X(1).
003545             05 approval-out-submitter    pic X(8).
003546             05 filler                    pic X(1).
003547             05 approval-out-date         pic 9(8).
003548             05 filler                    pic X(1).
003549             05 approval-out-runs         pic 9(3).
003550
003551 fd approval-rpt.
003552 01 approval-rpt-line  pic X(72).
003553
003554 fd approval-card-fd.
003555*        This run's approvals: the transaction being approved,
003556*        keyed exactly as it was submitted (the first 61
003557*        columns), with the approver's user ID in the submitter
003558*        position. An approval matches one held transaction and
003559*        is used up by it.
003560 01 approval-card-record.
003561             05 approval-card-transaction  pic X(61).
003562             05 filler                     pic X(1).
003563             05 approval-card-approver     pic X(8).
003564
003565 fd checkpoint-fd.
003566*        The restart checkpoint, rewritten after every
003567*        transaction an applying run finishes and emptied by a
003568*        clean end of run. The H record carries the run's
003569*        position in the combined PENDIN, APPRIN, SUSPIN and
003570*        MAINTXN stream, the MSTGEN generation the run started
003571*        from, its run date, the lead of the last transaction it
003572*        finished (the rerun checks it is reading the same feed)
003573*        and every control total so far, which also counts the
003574*        records on SUSPOUT, PENDOUT, APPROUT and MAINTJRN. One C
003575*        record follows for each MAINTAPP card already used or
003576*        refused, by its position on the card file.
003577 01 checkpoint-record.
003578             05 checkpoint-type             pic X(1).
003579                 88 checkpoint-header  value 'H'.
003580                 88 checkpoint-card    value 'C'.
003581             05 filler                      pic X(1).
003582             05 checkpoint-stream-count     pic 9(9).
003583             05 filler                      pic X(1).
003584             05 checkpoint-generation       pic 9(9).
003585             05 filler                      pic X(1).
003586             05 checkpoint-run-date         pic 9(8).
003587             05 filler                      pic X(1).
003588             05 checkpoint-source           pic X(7).
003589             05 filler                      pic X(1).
003590             05 checkpoint-source-count     pic 9(9).
003591             05 filler                      pic X(1).
003592             05 checkpoint-last-transaction pic X(36).
003593             05 filler                      pic X(1).
003594             05 checkpoint-totals.
003595                 10 checkpoint-add-count         pic 9(9).
003596                 10 checkpoint-change-count      pic 9(9).
003597                 10 checkpoint-delete-count      pic 9(9).
003598                 10 checkpoint-move-count        pic 9(9).
003599                 10 checkpoint-link-count        pic 9(9).
003600                 10 checkpoint-unlink-count      pic 9(9).
003601                 10 checkpoint-attr-new-count    pic 9(9).
003602                 10 checkpoint-attr-revise-count pic 9(9).
003603                 10 checkpoint-attr-erase-count  pic 9(9).
003604                 10 checkpoint-reject-count      pic 9(9).
003605                 10 checkpoint-suspense-count    pic 9(9).
003606                 10 checkpoint-suspense-aged     pic 9(9).
003607                 10 checkpoint-pending-count     pic 9(9).
003608                 10 checkpoint-matured-count     pic 9(9).
003609                 10 checkpoint-approval-count    pic 9(9).
003610                 10 checkpoint-approval-aged     pic 9(9).
003611                 10 checkpoint-approval-used     pic 9(9).
003612                 10 checkpoint-approval-self     pic 9(9).
003613                 10 checkpoint-migrate-count     pic 9(9).
003614                 10 checkpoint-migrated-objects  pic 9(9).
003615                 10 checkpoint-class-rejects     pic 9(9).
003616                 10 checkpoint-class-forced      pic 9(9).
003617                 10 checkpoint-class-warnings    pic 9(9).
003618                 10 checkpoint-unsigned-count    pic 9(9).
003619                 10 checkpoint-journal-count     pic 9(9).
003620 01 checkpoint-card-record.
003621             05 checkpoint-card-type        pic X(1).
003622             05 filler                      pic X(1).
003623             05 checkpoint-card-number      pic 9(9).
003624             05 filler                      pic X(1).
003625             05 checkpoint-card-state       pic X(1).
003626
003627 fd restart-work-fd.
003628*        Scratch copy used by a restart to cut a queue file back
003629*        to the records the checkpoint counted. Wide enough for
003630*        the longest of SUSPOUT, PENDOUT and APPROUT.
003631 01 restart-work-line  pic X(96).
003632
003633 fd class-rule-fd.
003634*        The body-class rules table (see clsrul.cpy), read once
003635*        per run into class-rule-table; A, C, M, N and R
003636*        transactions are held to it before they apply.
003637         copy clsrul.
003638
003639 working-storage section.
003640 01 master-status       pic X(2).
003641 01 master-gen-status   pic X(2).
003642 01 transaction-status  pic X(2).
003643 01 journal-status      pic X(2).
003644 01 suspense-in-status  pic X(2).
003645 01 xref-status         pic X(2).
003646 01 xref-gen-status     pic X(2).
003647
003648 01 transaction-eof-switch  pic X(1) value 'N'.
003649         88 transaction-eof  value 'Y'.
003650
003651*        Control totals for the run-end audit summary written to
003652*        MAINTRPT.
003660 01 add-count       pic 9(9) value 0.
003670 01 change-count    pic 9(9) value 0.
003680 01 delete-count    pic 9(9) value 0.
004370     05 journal-after-system   pic X(2).
004380     05 journal-after-object   pic X(8).
004390     05 journal-after-center   pic X(8).
004391*        Attribute images for the N, R, E and S codes, staged the
004392*        same way and cleared again once 2800 has written them.
004393 01 journal-before-attr-save.
004394     05 journal-before-name    pic X(20).
004395     05 journal-before-class   pic X(1).
004396     05 journal-before-status  pic X(1).
004397 01 journal-after-attr-save.
004398     05 journal-after-name     pic X(20).
004399     05 journal-after-class    pic X(1).
004400     05 journal-after-status   pic X(1).
004401 01 journal-stamp-date  pic 9(8) value 0.
004410 01 journal-stamp-time  pic 9(8) value 0.
004411*        journal-write-count counts the records written under
004412*        journal-generation, the broken run's too on a restart;
004413*        restart-journal-count is what its checkpoint counted.
004414 01 journal-write-count    pic 9(9) value 0.
004415 01 restart-journal-count  pic 9(9) value 0.
004416 01 journal-eof-switch  pic X(1) value 'N'.
004417         88 journal-eof  value 'Y'.
004418 01 restart-doubt-switch  pic X(1) value 'N'.
004419         88 restart-in-doubt  value 'Y'.
004420
004430*        Subtree-move scratch fields. An M transaction walks the
004440*        master upward from the new center to prove it is not
004690                         depending on subtree-count
004700                         indexed by sub-i.
004710             10 subtree-object  pic X(8).
004711
004712*        Cross-system migration fields. An S transaction builds
004713*        the subtree table above for the subtree it migrates,
004714*        then collects every ORBITLNK corridor with an end on a
004715*        member in the corridor table below - the moves bytes
004716*        say which end re-points - so the whole transaction is
004717*        checked before anything is written. The counts feed
004718*        the run-end audit summary, the generation bump and the
004719*        transaction's own MAINTRPT lines.
004720 01 migrate-count          pic 9(9) value 0.
004721 01 migrated-object-count  pic 9(9) value 0.
004722 01 clash-count            pic 9(9) value 0.
004723 01 carried-attr-count     pic 9(9) value 0.
004724 01 repointed-count        pic 9(9) value 0.
004725 01 dropped-link-count     pic 9(9) value 0.
004726 01 migrate-center         pic X(8) value spaces.
004727 01 journal-code-override  pic X(1) value space.
004728 01 link-scan-eof-switch  pic X(1) value 'N'.
004729         88 link-scan-eof  value 'Y'.
004730 01 corridor-touched-switch  pic X(1) value 'N'.
004731         88 corridor-touched  value 'Y'.
004732 01 corridor-table-max  pic 9(9) value 9999 usage is binary.
004733 01 corridor-count      pic 9(9) value 0 usage is binary.
004734 01 corridor-table.
004735         05 corridor-entry  occurs 1 to 9999 times
004736                         depending on corridor-count
004737                         indexed by corridor-i.
004738             10 corridor-key.
004739                 15 corridor-from-system  pic X(2).
004740                 15 corridor-from-object  pic X(8).
004741                 15 corridor-to-system    pic X(2).
004742                 15 corridor-to-object    pic X(8).
004743             10 corridor-from-moves  pic X(1).
004744             10 corridor-to-moves    pic X(1).
004745 01 from-end-moves  pic X(1) value 'N'.
004746 01 to-end-moves    pic X(1) value 'N'.
004747 01 corridor-note   pic X(17) value spaces.
004748 01 c  pic 9(9) value 0 usage is binary.
004749
004750*        Class-rule fields (see clsrul.cpy). The CLASSRUL cards
004751*        are loaded into class-rule-table at start of run, and
004752*        2980 holds each A, C, M, N and R to them: the check-
004753*        fields stage the child and parent under test, and
004754*        class-severe-found tells the apply or what-if paragraph
004755*        whether to suspend the transaction under CLS (unless it
004756*        is forced). The counts feed the run-end audit summary.
004757 01 class-rule-file-status  pic X(2).
004758 01 class-rule-eof-switch  pic X(1) value 'N'.
004759         88 class-rule-eof  value 'Y'.
004760 01 class-rule-max    pic 9(9) value 999 usage is binary.
004761 01 class-rule-count  pic 9(9) value 0 usage is binary.
004762 01 class-rule-table.
004763         05 class-rule-entry  occurs 1 to 999 times
004764                         depending on class-rule-count
004765                         indexed by rule-i.
004766             10 rule-type          pic X(1).
004767             10 rule-child-class   pic X(1).
004768             10 rule-severity      pic X(1).
004769             10 rule-parents       pic X(10).
004770             10 rule-child-status  pic X(1).
004771             10 rule-parent-status pic X(1).
004772 01 rule-ptr        pic 9(9) value 0 usage is binary.
004773 01 rule-child-ptr  pic 9(9) value 0 usage is binary.
004774 01 rule-tally      pic 9(4) value 0 usage is binary.
004775 01 parent-rule-found-switch  pic X(1) value 'N'.
004776         88 parent-rule-found  value 'Y'.
004777 01 parent-known-switch  pic X(1) value 'N'.
004778         88 parent-known  value 'Y'.
004779 01 class-severe-found-switch  pic X(1) value 'N'.
004780         88 class-severe-found  value 'Y'.
004781 01 check-child-object   pic X(8) value spaces.
004782 01 check-child-class    pic X(1) value space.
004783 01 check-child-status   pic X(1) value space.
004784 01 check-parent-object  pic X(8) value spaces.
004785 01 check-parent-class   pic X(1) value space.
004786 01 check-parent-status  pic X(1) value space.
004787 01 breach-severity-text pic X(7) value spaces.
004788 01 breach-kind          pic X(12) value spaces.
004789 01 class-breach-line    pic X(72) value spaces.
004790 01 class-reject-count   pic 9(9) value 0.
004791 01 class-forced-count   pic 9(9) value 0.
004792 01 class-warning-count  pic 9(9) value 0.
004793
004794*        Transactions suspended under SUB for carrying no
004795*        submitter ID (2068).
004796 01 unsigned-count  pic 9(9) value 0.
004797
004798*        Suspense cycle fields. Every reject is written to
004799*        SUSPOUT with a reason code so the next run can retry it
004800*        ahead of the new feed. suspense-first-date and
004801*        suspense-run-count travel with the transaction being
004802*        processed: a fresh MAINTXN reject starts at this run's
004803*        date and zero retries, a recycled SUSPIN reject keeps
004804*        the date and count it suspended with. An item that has
004805*        been through more than suspense-age-limit runs goes on
004810*        the SUSPRPT aging report; raise the limit here and
004820*        recompile to age more slowly.
004830 01 suspense-recycle-eof-switch  pic X(1) value 'N'.
005180 01 pending-origin-switch  pic X(1) value 'N'.
005190         88 pending-origin  value 'Y'.
005200
005201*        Run mode, read from the optional MAINTPRM card. A
005202*        applies the feed; V is the validate-only (what-if) run,
005203*        which opens every master input only and reports on
005204*        WHATRPT instead of MAINTRPT.
005205 01 maint-param-status  pic X(2).
005206 01 run-mode  pic X(1) value 'A'.
005207         88 validate-mode  value 'V'.
005208
005209*        What-if working view. Every catalog object, corridor
005210*        and attribute record a validated transaction would
005211*        touch gets one entry here holding the state it would be
005212*        left in (P present, G gone); a lookup consults the view
005213*        first and falls back to the file on disk, so each
005214*        transaction is checked against the catalog as the ones
005215*        before it would have left it. A catalog entry also
005216*        keeps the state it started from, for the net totals.
005217*        The kind byte says which file the entry stands for: M
005218*        the master, L a corridor, T an attribute record.
005219 01 view-table-max  pic 9(9) value 99999 usage is binary.
005220 01 view-count      pic 9(9) value 0 usage is binary.
005221 01 view-table.
005222         05 view-entry  occurs 1 to 99999 times
005223                         depending on view-count
005224                         indexed by view-i.
005225             10 view-key.
005226                 15 view-kind       pic X(1).
005227                 15 view-system     pic X(2).
005228                 15 view-object     pic X(8).
005229                 15 view-to-system  pic X(2).
005230                 15 view-to-object  pic X(8).
005231             10 view-state        pic X(1).
005232             10 view-center       pic X(8).
005233             10 view-orig-state   pic X(1).
005234             10 view-orig-center  pic X(8).
005235             10 view-attr-name    pic X(20).
005236             10 view-attr-class   pic X(1).
005237             10 view-attr-status  pic X(1).
005238 01 view-probe-key.
005239     05 view-probe-kind       pic X(1).
005240     05 view-probe-system     pic X(2).
005241     05 view-probe-object     pic X(8).
005242     05 view-probe-to-system  pic X(2).
005243     05 view-probe-to-object  pic X(8).
005244 01 v  pic 9(9) value 0 usage is binary.
005245 01 view-located-switch  pic X(1) value 'N'.
005246         88 view-located  value 'Y'.
005247 01 view-found-center  pic X(8) value spaces.
005248 01 view-found-name    pic X(20) value spaces.
005249 01 view-found-class   pic X(1) value space.
005250 01 view-found-status  pic X(1) value space.
005251 01 master-absent-switch  pic X(1) value 'N'.
005252         88 master-absent  value 'Y'.
005253 01 link-absent-switch  pic X(1) value 'N'.
005254         88 link-absent  value 'Y'.
005255 01 attr-absent-switch  pic X(1) value 'N'.
005256         88 attr-absent  value 'Y'.
005257
005258*        Depth watch list: every object in a subtree a validated
005259*        C, M or forced D would re-seat, once each. At end of run
005260*        each one's depth on the master is compared with its
005261*        depth in the working view, which gives the count of
005262*        objects that would change depth.
005263 01 watch-count  pic 9(9) value 0 usage is binary.
005264 01 watch-table.
005265         05 watch-entry  occurs 1 to 999999 times
005266                         depending on watch-count
005267                         indexed by watch-i.
005268             10 watch-system  pic X(2).
005269             10 watch-object  pic X(8).
005270 01 watch-table-max  pic 9(9) value 999999 usage is binary.
005271 01 w  pic 9(9) value 0 usage is binary.
005272 01 view-scan-ptr  pic 9(9) value 0 usage is binary.
005273*        A chain walked upward for a depth is cut off past this
005274*        many hops - deeper than any real orbit chain, so only a
005275*        cycle ever reaches it.
005276 01 depth-walk-max  pic 9(9) value 9999 usage is binary.
005277 01 watch-found-switch  pic X(1) value 'N'.
005278         88 watch-found  value 'Y'.
005279 01 depth-walk-hops   pic 9(9) value 0 usage is binary.
005280 01 master-depth      pic 9(9) value 0 usage is binary.
005281 01 view-depth        pic 9(9) value 0 usage is binary.
005282 01 depth-resolved-switch  pic X(1) value 'N'.
005283         88 depth-resolved  value 'Y'.
005284 01 master-depth-resolved-switch  pic X(1) value 'N'.
005285         88 master-depth-resolved  value 'Y'.
005286
005287*        What-if control totals and report staging. The would-be
005288*        counts per code reuse the MAINTRPT control totals above
005289*        (nothing is applied in this mode); the net figures
005290*        compare the working view against the master as it
005291*        stands, so an add later deleted in the same batch nets
005292*        out.
005293 01 net-add-count       pic 9(9) value 0.
005294 01 net-delete-count    pic 9(9) value 0.
005295 01 net-move-count      pic 9(9) value 0.
005296 01 depth-change-count  pic 9(9) value 0.
005297 01 whatif-result       pic X(38) value spaces.
005298 01 whatif-reason-text  pic X(30) value spaces.
005299 01 child-parent        pic X(8) value spaces.
005300
005301*        Two-person approval fields. A forced transaction, and
005302*        every D, M, S and X, needs an approval card from a user
005303*        ID other than its submitter before it is applied; until
005304*        one arrives it waits on APPROUT, carrying the date it
005305*        was first held and the runs it has waited, and anything
005306*        held past approval-age-limit runs goes on the APPRRPT
005307*        aging report the way SUSPRPT ages suspense. The cards
005308*        are loaded into the table below at start of run.
005309 01 approval-in-status    pic X(2).
005310 01 approval-card-status  pic X(2).
005311 01 approval-recycle-eof-switch  pic X(1) value 'N'.
005312         88 approval-recycle-eof  value 'Y'.
005313 01 approval-card-eof-switch  pic X(1) value 'N'.
005314         88 approval-card-eof  value 'Y'.
005315 01 approval-needed-switch  pic X(1) value 'N'.
005316         88 approval-needed  value 'Y'.
005317 01 approval-found-switch  pic X(1) value 'N'.
005318         88 approval-found  value 'Y'.
005319 01 transaction-approver  pic X(8) value spaces.
005320 01 approval-first-date   pic 9(8) value 0.
005321 01 approval-run-count    pic 9(3) value 0.
005322 01 approval-age-limit    pic 9(3) value 3.
005323 01 approval-out-count    pic 9(9) value 0.
005324 01 approval-aged-count   pic 9(9) value 0.
005325 01 approval-used-count   pic 9(9) value 0.
005326 01 approval-self-count   pic 9(9) value 0.
005327 01 approval-unused-count pic 9(9) value 0.
005328 01 approval-card-max    pic 9(9) value 9999 usage is binary.
005329 01 approval-card-count  pic 9(9) value 0 usage is binary.
005330 01 approval-card-table.
005331         05 approval-card-entry  occurs 1 to 9999 times
005332                         depending on approval-card-count
005333                         indexed by card-i.
005334             10 card-transaction  pic X(61).
005335             10 card-approver     pic X(8).
005336             10 card-state        pic X(1).
005337 01 a  pic 9(9) value 0 usage is binary.
005338
005339*        Restart fields. stream-count is the run's position in
005340*        the combined PENDIN, APPRIN, SUSPIN and MAINTXN stream,
005341*        stream-source and stream-source-count the file and
005342*        record within it. A checkpoint left behind by a broken
005343*        run sets restart-run, and every stream record up to
005344*        restart-position is skipped as already processed.
005345 01 checkpoint-status     pic X(2).
005346 01 maint-rpt-status      pic X(2).
005347 01 suspense-out-status   pic X(2).
005348 01 suspense-rpt-status   pic X(2).
005349 01 pending-out-status    pic X(2).
005350 01 pending-rpt-status    pic X(2).
005351 01 approval-out-status   pic X(2).
005352 01 approval-rpt-status   pic X(2).
005353 01 restart-switch  pic X(1) value 'N'.
005354         88 restart-run  value 'Y'.
005355 01 checkpoint-eof-switch  pic X(1) value 'N'.
005356         88 checkpoint-eof  value 'Y'.
005357 01 recover-eof-switch  pic X(1) value 'N'.
005358         88 recover-eof  value 'Y'.
005359 01 restart-position      pic 9(9) value 0.
005360 01 restart-generation    pic 9(9) value 0.
005361 01 restart-run-date      pic 9(8) value 0.
005362 01 restart-source        pic X(7) value spaces.
005363 01 restart-source-count  pic 9(9) value 0.
005364 01 restart-last-transaction  pic X(36) value spaces.
005365 01 restart-skip-count    pic 9(9) value 0.
005366 01 stream-count          pic 9(9) value 0.
005367 01 stream-source         pic X(7) value spaces.
005368 01 stream-source-count   pic 9(9) value 0.
005369 01 last-transaction      pic X(36) value spaces.
005370 01 recover-name          pic X(7) value spaces.
005371 01 recover-count         pic 9(9) value 0.
005372 01 recover-target        pic 9(9) value 0.
005373
005374 procedure division.
005375*----------------------------------------------------------------
005376* 0000-MAINLINE opens the master and the transaction feed, applies
005377* every transaction in MAINTXN against ORBITMST, and writes a
005378* control-total summary to MAINTRPT before closing down. A
005379* validate-only run reads the same feeds through the same
005380* loop but hands each transaction to the what-if paragraphs,
005381* which never write to a file on disk other than WHATRPT.
005382*----------------------------------------------------------------
005383 0000-mainline.
005384     perform 1010-read-run-mode.
005385     if validate-mode
005386         perform 1100-initialize-whatif
005387     else
005388         perform 1000-initialize
005389     end-if.
005390     perform 2000-process-transactions
005391         thru 2000-process-transactions-exit.
005392     if validate-mode
005393         perform 3900-finish-whatif
005394     else
005395         perform 9000-finish
005396     end-if.
005397     stop run.
005398
005399 1000-initialize.
005400     perform 1300-read-checkpoint.
005401     if restart-run
005402         open extend maint-rpt
005403         if maint-rpt-status = "35"
005404             open output maint-rpt
005405         end-if
005406     else
005407         open output maint-rpt
005408     end-if.
005409     move "ORBIT CATALOG MAINTENANCE REPORT" to maint-rpt-line.
005410     write maint-rpt-line.
005411     move "CODE  SYS  OBJECT       CENTER    RESULT"
005412         to maint-rpt-line.
005413     write maint-rpt-line.
005414     if restart-run
005415         perform 1320-write-restart-banner
005416     end-if.
005417     perform 1020-claim-run-lock.
005418     if restart-run
005419         perform 1315-check-restart-generation
005420     end-if.
005421
005430*    OPEN I-O against ORBITMST fails with file status 35 the very
005440*    first time this job runs, before any ADD transaction has
005450*    ever created the master - unlike OPEN OUTPUT, OPEN I-O does
005690     end-if.
005700
005710     accept maint-run-date from date yyyymmdd.
005711*    A restart finishes the broken run as that run: its date
005712*    decides what is due and stamps what is queued, and the
005713*    queue files are cut back to what its checkpoint counted
005714*    before anything more is added to them.
005715     if restart-run
005716         move restart-run-date to maint-run-date
005717         perform 1330-recover-suspense
005718         open extend suspense-rpt
005719         if suspense-rpt-status = "35"
005720             open output suspense-rpt
005721         end-if
005722     else
005723         open output suspense-out-fd
005724         open output suspense-rpt
005725     end-if.
005740     move "SUSPENSE AGING REPORT" to suspense-rpt-line.
005750     write suspense-rpt-line.
005760     move
005780         to suspense-rpt-line.
005790     write suspense-rpt-line.
005800
005802     if restart-run
005804         perform 1340-recover-pending
005806         open extend pending-rpt
005808         if pending-rpt-status = "35"
005810             open output pending-rpt
005812         end-if
005814     else
005816         open output pending-out-fd
005818         open output pending-rpt
005820     end-if.
005830     move "PENDING MAINTENANCE - FORWARD BOOK"
005840         to pending-rpt-line.
005850     write pending-rpt-line.
005970     if pending-in-status not = "00"
005980         set pending-recycle-eof to true
005990     end-if.
005991
005992*    Transactions still waiting for a second signature are
005993*    retried next, against this run's approval cards. A missing
005994*    APPRIN just means nothing is held.
005995     if restart-run
005996         perform 1350-recover-approvals
005997         open extend approval-rpt
005998         if approval-rpt-status = "35"
005999             open output approval-rpt
006000         end-if
006001     else
006002         open output approval-out-fd
006003         open output approval-rpt
006004     end-if.
006005     move "APPROVAL HOLD AGING REPORT" to approval-rpt-line.
006006     write approval-rpt-line.
006007     move spaces to approval-rpt-line.
006008     string "TRANSACTION (LEAD)                    "
006009         "SUBMITTR  HELD-DT   RUNS"
006010         delimited by size into approval-rpt-line
006011     end-string.
006012     write approval-rpt-line.
006013     open input approval-in-fd.
006014     set approval-recycle-eof-switch to 'N'.
006015     if approval-in-status not = "00"
006016         set approval-recycle-eof to true
006017     end-if.
006018     perform 1200-load-approvals.
006019     if restart-run
006020         perform 1310-restore-card-marks
006021     end-if.
006022
006023*    The previous run's rejects, if any, are recycled ahead of
006024*    the new feed. A missing SUSPIN just means the prior run
006030*    suspended nothing.
006040     open input suspense-in-fd.
006050     set suspense-recycle-eof-switch to 'N'.
006110     perform 1070-open-xref.
006120     perform 1090-open-links.
006130     perform 1095-open-attrs.
006135     perform 1097-load-class-rules.
006140
006141*----------------------------------------------------------------
006142* 1010-READ-RUN-MODE reads the run mode from MAINTPRM. A missing
006143* or blank card applies the feed, the nightly case; anything
006144* but A or V stops the run before a single file is opened.
006145*----------------------------------------------------------------
006146 1010-read-run-mode.
006147     open input maint-param-fd.
006148     if maint-param-status = "00"
006149         read maint-param-fd
006150             at end
006151                 continue
006152             not at end
006153                 if maint-param-mode not = spaces
006154                     move maint-param-mode to run-mode
006155                 end-if
006156         end-read
006157         close maint-param-fd
006158     end-if.
006159     if run-mode not = 'A' and run-mode not = 'V'
006160         display "day6maint: MAINTPRM mode " run-mode
006161             " is not A or V"
006162         stop run
006163     end-if.
006164
006165*----------------------------------------------------------------
006166* 1020-CLAIM-RUN-LOCK claims the whole catalog (the ** lock,
006170* see orblck.cpy) before anything is opened for update. A lock
006180* already held by anyone - a day6 load mid-run, a rebuild copy
006190* in flight - refuses this run with a clear console message;
006930                     set lock-scan-eof to true
006940                 not at end
006950                     perform 1035-handle-held-lock
006955                         thru 1035-handle-held-lock-exit
006960             end-read
006970         end-if
006980     end-perform.
006990
007000*----------------------------------------------------------------
007010* 1035-HANDLE-HELD-LOCK breaks the held lock just read when the
007020* operator override is on, and refuses the run otherwise. A
007022* restart takes over the catalog lock its own broken run left
007024* behind without an override card; anything else still needs
007026* one.
007030*----------------------------------------------------------------
007040 1035-handle-held-lock.
007041     if restart-run
007042     and orbit-lock-system = "**"
007043     and orbit-lock-holder = "DAY6MNT"
007044         display "day6maint: restart - taking over the lock "
007045             "left by the interrupted run"
007046         move spaces to maint-rpt-line
007047         string "LOCK TAKEN OVER FROM INTERRUPTED RUN: "
007048             orbit-lock-system " SINCE "
007049             orbit-lock-date " " orbit-lock-time
007050             delimited by size into maint-rpt-line
007051         end-string
007052         write maint-rpt-line
007053         delete lock-fd end-delete
007054         go to 1035-handle-held-lock-exit
007055     end-if.
007056     if lock-override
007060         display "day6maint: OVERRIDE - breaking lock on "
007070             orbit-lock-system " held by " orbit-lock-holder
007080         move spaces to maint-rpt-line
007290         close maint-rpt
007300         stop run
007310     end-if.
007313 1035-handle-held-lock-exit.
007316     exit.
007320
007330*----------------------------------------------------------------
007340* 1050-READ-MASTER-GENERATION reads the current ORBITMST
007580* created then. journal-generation is the generation ORBITMST
007590* becomes with this run: 9000-finish stamps MSTGEN with exactly
007600* master-generation + 1 whenever anything was applied.
007605* On a restart, 1065 first counts what the broken run wrote.
007610*----------------------------------------------------------------
007620 1060-open-journal.
007622     if restart-run
007624         perform 1065-count-restart-journal
007626     end-if.
007630     open extend journal-fd.
007640     if journal-status = "35"
007650         open output journal-fd
007700         perform 9070-release-run-lock
007710         stop run
007720     end-if.
007721     compute journal-generation = master-generation + 1.

007722*----------------------------------------------------------------
007723* 1065-COUNT-RESTART-JOURNAL re-reads the checkpoint header, as
007724* 1310 does, for the MAINTJRN records the broken run's finished
007725* transactions account for, and counts those it actually wrote -
007726* the ones stamped restart-generation + 1, the generation it was
007727* building, which 1315 has shown no run has stamped since. Any
007728* more came from the transaction in flight when it broke, which
007729* may be partly applied already, so 2048 skips it rather than
007730* applying it again.
007731*----------------------------------------------------------------
007732 1065-count-restart-journal.
007733     open input checkpoint-fd.
007734     read checkpoint-fd
007735         at end
007736             move 0 to checkpoint-journal-count
007737     end-read.
007738     move checkpoint-journal-count to restart-journal-count.
007739     close checkpoint-fd.
007742     move 0 to journal-write-count.
007743     set journal-eof-switch to 'N'.
007744     open input journal-fd.
007745     if journal-status not = "00"
007746         set journal-eof to true
007747     end-if.
007748     perform until journal-eof
007749         read journal-fd
007750             at end
007751                 set journal-eof to true
007752             not at end
007753                 if orbit-journal-generation
007754                     = restart-generation + 1
007755                     add 1 to journal-write-count
007756                 end-if
007757         end-read
007758     end-perform.
007759     if journal-status = "00" or journal-status = "10"
007760         close journal-fd
007761     end-if.
007762     if journal-write-count > restart-journal-count
007763         set restart-in-doubt to true
007764         display "day6maint: MAINTJRN holds " journal-write-count
007765             " records from the interrupted run but its"
007766             " checkpoint counted " restart-journal-count
007767         move spaces to maint-rpt-line
007768         string "*** MAINTJRN HAS " journal-write-count
007769             " RECORDS, CHECKPOINT COUNTED " restart-journal-count
007770             delimited by size into maint-rpt-line
007771         end-string
007772         write maint-rpt-line
007773     end-if.
007774
007775*----------------------------------------------------------------
007776* 1070-OPEN-XREF opens the ORBITXRF child cross-reference for
007777* update. A missing cross-reference (file status 35 - the same
007778* cold start the master itself gets) is created empty, and any
007780* cross-reference whose XRFGEN stamp does not match the live
007790* MSTGEN generation is rebuilt from the master before a single
007800* transaction is applied - a cross-reference that drifted from
008960         perform 9070-release-run-lock
008970         stop run
008980     end-if.
008981
008982*----------------------------------------------------------------
008983* 1097-LOAD-CLASS-RULES reads the CLASSRUL cards into
008984* class-rule-table, in either run mode. A P card with no
008985* severity is severe and an S card with none a warning; cards
008986* of any other type are comments and are skipped. A missing
008987* CLASSRUL leaves the table empty - nothing is class-checked -
008988* and says so on the run's report.
008989*----------------------------------------------------------------
008990 1097-load-class-rules.
008991     move 0 to class-rule-count.
008992     open input class-rule-fd.
008993     if class-rule-file-status not = "00"
008994         move spaces to class-breach-line
008995         string "CLASS RULES NOT AVAILABLE - STATUS "
008996             class-rule-file-status " - NOTHING CLASS-CHECKED"
008997             delimited by size into class-breach-line
008998         end-string
008999         if validate-mode
009000             move class-breach-line to whatif-rpt-line
009001             write whatif-rpt-line
009002         else
009003             move class-breach-line to maint-rpt-line
009004             write maint-rpt-line
009005         end-if
009006     else
009007         set class-rule-eof-switch to 'N'
009008         perform until class-rule-eof
009009             read class-rule-fd
009010                 at end
009011                     set class-rule-eof to true
009012                 not at end
009013                     perform 1098-take-class-rule
009014             end-read
009015         end-perform
009016         close class-rule-fd
009017     end-if.
009018
009019*----------------------------------------------------------------
009020* 1098-TAKE-CLASS-RULE adds the card just read to the table.
009021*----------------------------------------------------------------
009022 1098-take-class-rule.
009023     if class-rule-parent-card or class-rule-status-card
009024         if class-rule-count = class-rule-max
009025             display "day6maint: CLASSRUL holds more than "
009026                 class-rule-max " rules"
009027             display "day6maint: increase class-rule-max and "
009028                 "recompile before rerunning this job"
009029             if not validate-mode
009030                 perform 9070-release-run-lock
009031             end-if
009032             stop run
009033         end-if
009034         add 1 to class-rule-count
009035         move class-rule-type to rule-type(class-rule-count)
009036         move class-rule-child-class
009037             to rule-child-class(class-rule-count)
009038         move class-rule-severity
009039             to rule-severity(class-rule-count)
009040         move class-rule-parents to rule-parents(class-rule-count)
009041         move class-rule-child-status
009042             to rule-child-status(class-rule-count)
009043         move class-rule-parent-status
009044             to rule-parent-status(class-rule-count)
009045         if rule-severity(class-rule-count) = space
009046             if class-rule-parent-card
009047                 move 'S' to rule-severity(class-rule-count)
009048             else
009049                 move 'W' to rule-severity(class-rule-count)
009050             end-if
009051         end-if
009052     end-if.
009053
009054*----------------------------------------------------------------
009055* 1100-INITIALIZE-WHATIF opens a validate-only run. The catalog,
009056* cross-reference, corridor and attribute masters are opened
009057* input only, and neither the journal nor the suspense and
009058* pending outputs are opened at all, so nothing this run does
009059* can reach them. The run lock is not claimed - a what-if must
009060* never strand a lock in front of the nightly window - but a
009061* catalog-wide lock already held (a maintenance, rebuild or
009062* archive run mid-flight) refuses the run, since the view it
009063* would start from is still being changed. A missing corridor
009064* or attribute master is simply empty; a cross-reference that
009065* is missing or behind MSTGEN cannot be rebuilt here, so child
009066* scans fall back to reading the master.
009067*----------------------------------------------------------------
009068 1100-initialize-whatif.
009069     open output whatif-rpt.
009070     move "ORBIT CATALOG MAINTENANCE - WHAT-IF (VALIDATE ONLY)"
009071         to whatif-rpt-line.
009072     write whatif-rpt-line.
009073     move "NOTHING ON THIS REPORT HAS BEEN APPLIED"
009074         to whatif-rpt-line.
009075     write whatif-rpt-line.
009076     move "CODE  SYS  OBJECT       CENTER    WOULD-BE OUTCOME"
009077         to whatif-rpt-line.
009078     write whatif-rpt-line.
009079     accept maint-run-date from date yyyymmdd.
009080     perform 1110-check-catalog-lock.
009081
009082     open input master-fd.
009083     if master-status = "35"
009084         set master-absent to true
009085     else
009086         if master-status not = "00"
009087             display "day6maint: cannot open master catalog "
009088                 "ORBITMST - file status " master-status
009089             stop run
009090         end-if
009091     end-if.
009092
009093     open input transaction-fd.
009094     set transaction-eof-switch to 'N'.
009095     if transaction-status not = "00"
009096         display "day6maint: no transactions found on MAINTXN"
009097         set transaction-eof to true
009098     end-if.
009099     open input pending-in-fd.
009100     set pending-recycle-eof-switch to 'N'.
009101     if pending-in-status not = "00"
009102         set pending-recycle-eof to true
009103     end-if.
009104     open input suspense-in-fd.
009105     set suspense-recycle-eof-switch to 'N'.
009106     if suspense-in-status not = "00"
009107         set suspense-recycle-eof to true
009108     end-if.
009109     open input approval-in-fd.
009110     set approval-recycle-eof-switch to 'N'.
009111     if approval-in-status not = "00"
009112         set approval-recycle-eof to true
009113     end-if.
009114     perform 1200-load-approvals.
009115
009116     perform 1050-read-master-generation.
009117     perform 1075-read-xref-generation.
009118     set xref-rebuild-switch to 'N'.
009119     open input xref-fd.
009120     if xref-status not = "00"
009121         set xref-rebuild to true
009122     else
009123         if xref-generation not = master-generation
009124             set xref-rebuild to true
009125             close xref-fd
009126         end-if
009127     end-if.
009128     if xref-rebuild
009129         move spaces to whatif-rpt-line
009130         string "CROSS-REFERENCE NOT IN STEP - CHILD SCANS "
009131             "READ THE MASTER"
009132             delimited by size into whatif-rpt-line
009133         end-string
009134         write whatif-rpt-line
009135     end-if.
009136     open input link-fd.
009137     if link-status not = "00"
009138         set link-absent to true
009139     end-if.
009140     open input attr-master-fd.
009141     if attr-master-status not = "00"
009142         set attr-absent to true
009143     end-if.
009144     perform 1097-load-class-rules.
009145     move 0 to view-count.
009146     move 0 to watch-count.
009147
009148*----------------------------------------------------------------
009149* 1110-CHECK-CATALOG-LOCK refuses a validate-only run while the
009150* whole catalog (the ** lock, see orblck.cpy) is held. The lock
009151* file is only read - a what-if claims nothing and breaks
009152* nothing, so there is no override card to honour here.
009153*----------------------------------------------------------------
009154 1110-check-catalog-lock.
009155     open input lock-fd.
009156     if lock-status = "00"
009157         move "**" to orbit-lock-system
009158         read lock-fd
009159             invalid key
009160                 continue
009161             not invalid key
009162                 display "day6maint: catalog is locked - "
009163                     orbit-lock-system " held by "
009164                     orbit-lock-holder " since " orbit-lock-date
009165                     " " orbit-lock-time
009166                 display "day6maint: validate-only run refused; "
009167                     "rerun once the holder has finished"
009168                 move spaces to whatif-rpt-line
009169                 string "RUN REFUSED - LOCK ON "
009170                     orbit-lock-system " HELD BY "
009171                     orbit-lock-holder
009172                     delimited by size into whatif-rpt-line
009173                 end-string
009174                 write whatif-rpt-line
009175                 close whatif-rpt
009176                 close lock-fd
009177                 stop run
009178         end-read
009179         close lock-fd
009180     end-if.
009181
009182*----------------------------------------------------------------
009183* 1200-LOAD-APPROVALS reads this run's MAINTAPP approval cards
009184* into the card table, where 2066 matches them against the held
009185* transactions as they come up. A missing MAINTAPP just means
009186* nobody approved anything today; a blank card is ignored.
009187*----------------------------------------------------------------
009188 1200-load-approvals.
009189     move 0 to approval-card-count.
009190     open input approval-card-fd.
009191     if approval-card-status not = "00"
009192         set approval-card-eof to true
009193     end-if.
009194     perform until approval-card-eof
009195         read approval-card-fd
009196             at end
009197                 set approval-card-eof to true
009198             not at end
009199                 if approval-card-transaction not = spaces
009200                     if approval-card-count = approval-card-max
009201                         display "day6maint: more than "
009202                             approval-card-max
009203                             " approval cards on MAINTAPP"
009204                         if not validate-mode
009205                             perform 9070-release-run-lock
009206                         end-if
009207                         stop run
009208                     end-if
009209                     add 1 to approval-card-count
009210                     move approval-card-transaction
009211                         to card-transaction(approval-card-count)
009212                     move approval-card-approver
009213                         to card-approver(approval-card-count)
009214                     move 'O' to card-state(approval-card-count)
009215                 end-if
009216         end-read
009217     end-perform.
009218     if approval-card-status = "00" or approval-card-status = "10"
009219         close approval-card-fd
009220     end-if.
009221
009222*----------------------------------------------------------------
009223* 1300-READ-CHECKPOINT reads MAINTCKP. A header record means the
009224* last applying run broke before its end of run, so this run is
009225* a restart of it: the position to resume after, the generation
009226* and run date it started from, and the control totals it had
009227* reached are taken over. A missing or empty MAINTCKP is the
009228* normal case - the last run finished cleanly.
009229*----------------------------------------------------------------
009230 1300-read-checkpoint.
009231     set restart-switch to 'N'.
009232     move 0 to restart-position.
009233     open input checkpoint-fd.
009234     if checkpoint-status = "00"
009235         read checkpoint-fd
009236             at end
009237                 continue
009238             not at end
009239                 if checkpoint-header
009240                     set restart-run to true
009241                     perform 1305-take-checkpoint-totals
009242                 end-if
009243         end-read
009244         close checkpoint-fd
009245     end-if.
009246
009247*----------------------------------------------------------------
009248* 1305-TAKE-CHECKPOINT-TOTALS takes the broken run's position and
009249* control totals over from the checkpoint header just read.
009250*----------------------------------------------------------------
009251 1305-take-checkpoint-totals.
009252     move checkpoint-stream-count to restart-position.
009253     move checkpoint-generation to restart-generation.
009254     move checkpoint-run-date to restart-run-date.
009255     move checkpoint-source to restart-source.
009256     move checkpoint-source-count to restart-source-count.
009257     move checkpoint-last-transaction
009258         to restart-last-transaction.
009259     move checkpoint-add-count to add-count.
009260     move checkpoint-change-count to change-count.
009261     move checkpoint-delete-count to delete-count.
009262     move checkpoint-move-count to move-count.
009263     move checkpoint-link-count to link-count.
009264     move checkpoint-unlink-count to unlink-count.
009265     move checkpoint-attr-new-count to attr-new-count.
009266     move checkpoint-attr-revise-count to attr-revise-count.
009267     move checkpoint-attr-erase-count to attr-erase-count.
009268     move checkpoint-reject-count to reject-count.
009269     move checkpoint-suspense-count to suspense-out-count.
009270     move checkpoint-suspense-aged to suspense-aged-count.
009271     move checkpoint-pending-count to pending-out-count.
009272     move checkpoint-matured-count to matured-count.
009273     move checkpoint-approval-count to approval-out-count.
009274     move checkpoint-approval-aged to approval-aged-count.
009275     move checkpoint-approval-used to approval-used-count.
009276     move checkpoint-approval-self to approval-self-count.
009277     move checkpoint-migrate-count to migrate-count.
009278     move checkpoint-migrated-objects to migrated-object-count.
009279     move checkpoint-class-rejects to class-reject-count.
009280     move checkpoint-class-forced to class-forced-count.
009281     move checkpoint-class-warnings to class-warning-count.
009282     move checkpoint-unsigned-count to unsigned-count.

009283*----------------------------------------------------------------
009284* 1310-RESTORE-CARD-MARKS re-reads the checkpoint's C records
009285* once this run's MAINTAPP cards are loaded, so an approval the
009286* broken run already used (or refused as a self-approval) cannot
009287* sign for a second transaction on the rerun.
009288*----------------------------------------------------------------
009289 1310-restore-card-marks.
009290     set checkpoint-eof-switch to 'N'.
009291     open input checkpoint-fd.
009292     if checkpoint-status not = "00"
009293         set checkpoint-eof to true
009294     end-if.
009295     perform until checkpoint-eof
009296         read checkpoint-fd
009297             at end
009298                 set checkpoint-eof to true
009299             not at end
009300                 if checkpoint-card
009301                 and checkpoint-card-number > 0
009302                 and checkpoint-card-number
009303                     not > approval-card-count
009304                     move checkpoint-card-state
009305                         to card-state(checkpoint-card-number)
009306                 end-if
009307         end-read
009308     end-perform.
009309     if checkpoint-status = "00" or checkpoint-status = "10"
009310         close checkpoint-fd
009311     end-if.
009312
009313*----------------------------------------------------------------
009314* 1315-CHECK-RESTART-GENERATION refuses a restart unless MSTGEN
009315* still stands at the generation the broken run started from.
009316* Anything else means the master has been stamped since - by
009317* the broken run's own end of run, or by another run - and
009318* resuming would apply the rest of the stream on top of a
009319* catalog the checkpoint no longer describes.
009320*----------------------------------------------------------------
009321 1315-check-restart-generation.
009322     perform 1050-read-master-generation.
009323     if master-generation not = restart-generation
009324         display "day6maint: restart refused - MSTGEN is at "
009325             "generation " master-generation
009326             " but the interrupted run started from "
009327             restart-generation
009328         display "day6maint: check the catalog, then empty "
009329             "MAINTCKP to run the feed afresh"
009330         move spaces to maint-rpt-line
009331         string "RESTART REFUSED - MSTGEN IS NOT AT GENERATION "
009332             restart-generation
009333             delimited by size into maint-rpt-line
009334         end-string
009335         write maint-rpt-line
009336         perform 9070-release-run-lock
009337         close maint-rpt
009338         stop run
009339     end-if.
009340
009341*----------------------------------------------------------------
009342* 1320-WRITE-RESTART-BANNER marks the restart on MAINTRPT, below
009343* whatever the broken run itself managed to write there, with
009344* the transaction the run resumes after.
009345*----------------------------------------------------------------
009346 1320-write-restart-banner.
009347     display "day6maint: restarting the run of " restart-run-date
009348         " after stream record " restart-position.
009349     move spaces to maint-rpt-line.
009350     string "*** RESTART OF THE RUN OF " restart-run-date
009351         " BROKEN AFTER RECORD "
009352         restart-position
009353         delimited by size into maint-rpt-line
009354     end-string.
009355     write maint-rpt-line.
009356     move spaces to maint-rpt-line.
009357     if restart-position = 0
009358         move "*** RESUMING FROM THE FIRST TRANSACTION"
009359             to maint-rpt-line
009360     else
009361         string "*** RESUMING AFTER " restart-source
009362             " RECORD " restart-source-count
009363             delimited by size into maint-rpt-line
009364         end-string
009365         write maint-rpt-line
009366         move spaces to maint-rpt-line
009367         string "*** LAST TRANSACTION FINISHED: "
009368             restart-last-transaction
009369             delimited by size into maint-rpt-line
009370         end-string
009371     end-if.
009372     write maint-rpt-line.
009373
009374*----------------------------------------------------------------
009375* 1330-RECOVER-SUSPENSE cuts SUSPOUT back to the records the
009376* checkpoint counted: they are copied to MAINTWRK, SUSPOUT is
009377* recreated from the copy, and it is left open for this run's
009378* rejects. A record written after the last checkpoint belongs
009379* to a transaction the rerun processes again, so it is dropped
009380* here rather than written twice. 1360 reports the outcome.
009381*----------------------------------------------------------------
009382 1330-recover-suspense.
009383     move 0 to recover-count.
009384     move suspense-out-count to recover-target.
009385     open output restart-work-fd.
009386     open input suspense-out-fd.
009387     if suspense-out-status = "00"
009388         set recover-eof-switch to 'N'
009389         perform until recover-eof
009390         or recover-count = recover-target
009391             read suspense-out-fd
009392                 at end
009393                     set recover-eof to true
009394                 not at end
009395                     add 1 to recover-count
009396                     move suspense-out-record
009397                         to restart-work-line
009398                     write restart-work-line
009399             end-read
009400         end-perform
009401         close suspense-out-fd
009402     end-if.
009403     close restart-work-fd.
009404     open output suspense-out-fd.
009405     open input restart-work-fd.
009406     set recover-eof-switch to 'N'.
009407     perform until recover-eof
009408         read restart-work-fd
009409             at end
009410                 set recover-eof to true
009411             not at end
009412                 move restart-work-line to suspense-out-record
009413                 write suspense-out-record
009414         end-read
009415     end-perform.
009416     close restart-work-fd.
009417     move "SUSPOUT" to recover-name.
009418     perform 1360-report-recovery.
009419     move recover-count to suspense-out-count.
009420
009421*----------------------------------------------------------------
009422* 1340-RECOVER-PENDING does the same for PENDOUT.
009423*----------------------------------------------------------------
009424 1340-recover-pending.
009425     move 0 to recover-count.
009426     move pending-out-count to recover-target.
009427     open output restart-work-fd.
009428     open input pending-out-fd.
009429     if pending-out-status = "00"
009430         set recover-eof-switch to 'N'
009431         perform until recover-eof
009432         or recover-count = recover-target
009433             read pending-out-fd
009434                 at end
009435                     set recover-eof to true
009436                 not at end
009437                     add 1 to recover-count
009438                     move pending-out-record
009439                         to restart-work-line
009440                     write restart-work-line
009441             end-read
009442         end-perform
009443         close pending-out-fd
009444     end-if.
009445     close restart-work-fd.
009446     open output pending-out-fd.
009447     open input restart-work-fd.
009448     set recover-eof-switch to 'N'.
009449     perform until recover-eof
009450         read restart-work-fd
009451             at end
009452                 set recover-eof to true
009453             not at end
009454                 move restart-work-line to pending-out-record
009455                 write pending-out-record
009456         end-read
009457     end-perform.
009458     close restart-work-fd.
009459     move "PENDOUT" to recover-name.
009460     perform 1360-report-recovery.
009461     move recover-count to pending-out-count.
009462
009463*----------------------------------------------------------------
009464* 1350-RECOVER-APPROVALS does the same for APPROUT.
009465*----------------------------------------------------------------
009466 1350-recover-approvals.
009467     move 0 to recover-count.
009468     move approval-out-count to recover-target.
009469     open output restart-work-fd.
009470     open input approval-out-fd.
009471     if approval-out-status = "00"
009472         set recover-eof-switch to 'N'
009473         perform until recover-eof
009474         or recover-count = recover-target
009475             read approval-out-fd
009476                 at end
009477                     set recover-eof to true
009478                 not at end
009479                     add 1 to recover-count
009480                     move approval-out-record
009481                         to restart-work-line
009482                     write restart-work-line
009483             end-read
009484         end-perform
009485         close approval-out-fd
009486     end-if.
009487     close restart-work-fd.
009488     open output approval-out-fd.
009489     open input restart-work-fd.
009490     set recover-eof-switch to 'N'.
009491     perform until recover-eof
009492         read restart-work-fd
009493             at end
009494                 set recover-eof to true
009495             not at end
009496                 move restart-work-line to approval-out-record
009497                 write approval-out-record
009498         end-read
009499     end-perform.
009500     close restart-work-fd.
009501     move "APPROUT" to recover-name.
009502     perform 1360-report-recovery.
009503     move recover-count to approval-out-count.
009504
009505*----------------------------------------------------------------
009506* 1360-REPORT-RECOVERY lists on MAINTRPT how many records of the
009507* queue file in recover-name the restart kept. Fewer than the
009508* checkpoint counted means the broken run lost records it had
009509* written, and the console is told so the items can be
009510* resubmitted; the run's totals follow what was kept.
009511*----------------------------------------------------------------
009512 1360-report-recovery.
009513     move spaces to maint-rpt-line.
009514     string "RESTART: " recover-name " KEPT " recover-count
009515         " OF " recover-target " RECORDS"
009516         delimited by size into maint-rpt-line
009517     end-string.
009518     write maint-rpt-line.
009519     if recover-count < recover-target
009520         display "day6maint: restart found only " recover-count
009521             " of " recover-target " records on " recover-name
009522             " - the rest were lost with the interrupted run"
009523     end-if.
009524
009525*----------------------------------------------------------------
009526* 2000-PROCESS-TRANSACTIONS first retries the previous run's
009527* suspended rejects from SUSPIN, then reads the new MAINTXN
009528* feed, applying each transaction against ORBITMST. A recycled
009529* transaction keeps the suspense date and run count it came in
009530* with, so the aging report reflects how long it has really
009531* been stuck; a fresh transaction starts at this run's date
009532* with zero retries behind it. Transactions held for approval
009533* are retried between the forward book and the suspense
009534* recycle, keeping their own held date and run count the same
009535* way. All four files are one stream to the restart checkpoint
009536* (see 2040).
009537*----------------------------------------------------------------
009538 2000-process-transactions.
009539     move "PENDIN" to stream-source.
009540     move 0 to stream-source-count.
009541     perform until pending-recycle-eof
009542         read pending-in-fd
009543             at end
009544                 set pending-recycle-eof to true
009545             not at end
009546                 move pending-in-transaction to
009547                     transaction-record
009548                 move pending-in-submitter
009549                     to transaction-submitter
009550                 move spaces to transaction-approver
009551*                A PENDIN record written before the layout
009552*                grew reads back with spaces here - default
009553*                the queue date to today rather than move
009554*                spaces into a numeric field.
009555                 if pending-in-date is numeric
009556                     move pending-in-date to pending-queue-date
009557                 else
009558                     move maint-run-date to pending-queue-date
009559                 end-if
009560                 move maint-run-date to suspense-first-date
009561                 move 0 to suspense-run-count
009562                 move maint-run-date to approval-first-date
009563                 move 0 to approval-run-count
009564                 set pending-origin to true
009565                 perform 2040-take-transaction
009566         end-read
009567     end-perform.
009568     set pending-origin-switch to 'N'.
009569     move "APPRIN" to stream-source.
009570     move 0 to stream-source-count.
009571     perform until approval-recycle-eof
009572         read approval-in-fd
009573             at end
009574                 set approval-recycle-eof to true
009575             not at end
009576                 move approval-in-transaction to
009577                     transaction-record
009578                 move approval-in-submitter
009579                     to transaction-submitter
009580                 move spaces to transaction-approver
009581                 if approval-in-date is numeric
009582                     move approval-in-date
009583                         to approval-first-date
009584                 else
009585                     move maint-run-date
009586                         to approval-first-date
009587                 end-if
009588                 if approval-in-runs is numeric
009589                     move approval-in-runs
009590                         to approval-run-count
009591                 else
009592                     move 0 to approval-run-count
009593                 end-if
009594                 move maint-run-date to suspense-first-date
009595                 move 0 to suspense-run-count
009596                 move maint-run-date to pending-queue-date
009597                 perform 2040-take-transaction
009598         end-read
009599     end-perform.
009600     move "SUSPIN" to stream-source.
009601     move 0 to stream-source-count.
009602     perform until suspense-recycle-eof
009603         read suspense-in-fd
009604             at end
009605                 set suspense-recycle-eof to true
009606             not at end
009607                 move suspense-in-transaction to
009608                     transaction-record
009609                 move suspense-in-submitter
009610                     to transaction-submitter
009611                 move suspense-in-approver
009612                     to transaction-approver
009613*                A SUSPIN record written before the layout
009614*                grew reads back with spaces in the date and
009615*                run count - 2950 adds 1 to the count on a
009616*                re-reject, so both default (today, zero
009617*                retries) rather than feed spaces into
009618*                arithmetic, the same stance 2050 takes on
009619*                the effective date.
009620                 if suspense-in-date is numeric
009621                     move suspense-in-date
009622                         to suspense-first-date
009623                 else
009624                     move maint-run-date
009625                         to suspense-first-date
009626                 end-if
009627                 if suspense-in-runs is numeric
009628                     move suspense-in-runs
009629                         to suspense-run-count
009630                 else
009631                     move 0 to suspense-run-count
009632                 end-if
009633                 move maint-run-date to pending-queue-date
009634                 move maint-run-date to approval-first-date
009635                 move 0 to approval-run-count
009636                 perform 2040-take-transaction
009637         end-read
009638     end-perform.
009639     move "MAINTXN" to stream-source.
009640     move 0 to stream-source-count.
009641     perform until transaction-eof
009650         read transaction-fd
009660             at end
009670                 set transaction-eof to true
009690                 move maint-run-date to suspense-first-date
009700                 move 0 to suspense-run-count
009710                 move maint-run-date to pending-queue-date
009712                 move spaces to transaction-approver
009714                 move maint-run-date to approval-first-date
009716                 move 0 to approval-run-count
009720                 perform 2040-take-transaction
009730         end-read
009740     end-perform.
009750 2000-process-transactions-exit.
009760     exit.
009761
009762*----------------------------------------------------------------
009763* 2040-TAKE-TRANSACTION counts the stream record just read and,
009764* on a restart, skips it if the broken run already finished it -
009765* checking, at the record the checkpoint names, that the rerun
009766* is reading the same stream. Anything past that is applied and
009767* checkpointed at once. A transaction broken off after its first
009768* MAINTJRN record but before its checkpoint may be partly applied;
009769* 1065 finds it by the journal count and 2048 skips it for
009770* checking by hand. One broken off before it journaled anything
009771* is applied again.
009772*----------------------------------------------------------------
009773 2040-take-transaction.
009774     add 1 to stream-count.
009775     add 1 to stream-source-count.
009776     if stream-count not > restart-position
009777         add 1 to restart-skip-count
009778         if stream-count = restart-position
009779         and transaction-record(1:36)
009780             not = restart-last-transaction
009781             display "day6maint: restart refused - " stream-source
009782                 " record " stream-source-count
009783                 " is not the transaction the interrupted run "
009784                 "last finished"
009785             move spaces to maint-rpt-line
009786             string "RESTART REFUSED - FEED DIFFERS AT "
009787                 stream-source " RECORD " stream-source-count
009788                 delimited by size into maint-rpt-line
009789             end-string
009790             write maint-rpt-line
009791             perform 9070-release-run-lock
009792             close maint-rpt
009793             stop run
009794         end-if
009795     else
009796         if restart-in-doubt
009797         and stream-count = restart-position + 1
009798             perform 2048-skip-in-doubt
009799         else
009800             perform 2050-apply-transaction
009801             if not validate-mode
009802                 move transaction-record(1:36) to last-transaction
009803                 perform 2045-write-checkpoint
009804             end-if
009806         end-if
009807     end-if.
009808
009809*----------------------------------------------------------------
009810* 2045-WRITE-CHECKPOINT rewrites MAINTCKP with the run's position
009811* and totals as of the transaction just finished, followed by a
009812* C record for every approval card used or refused so far.
009813*----------------------------------------------------------------
009814 2045-write-checkpoint.
009815     open output checkpoint-fd.
009816     move spaces to checkpoint-record.
009817     set checkpoint-header to true.
009818     move stream-count to checkpoint-stream-count.
009819     move master-generation to checkpoint-generation.
009820     move maint-run-date to checkpoint-run-date.
009821     move stream-source to checkpoint-source.
009822     move stream-source-count to checkpoint-source-count.
009823     move last-transaction to checkpoint-last-transaction.
009824     move add-count to checkpoint-add-count.
009825     move change-count to checkpoint-change-count.
009826     move delete-count to checkpoint-delete-count.
009827     move move-count to checkpoint-move-count.
009828     move link-count to checkpoint-link-count.
009829     move unlink-count to checkpoint-unlink-count.
009830     move attr-new-count to checkpoint-attr-new-count.
009831     move attr-revise-count to checkpoint-attr-revise-count.
009832     move attr-erase-count to checkpoint-attr-erase-count.
009833     move reject-count to checkpoint-reject-count.
009834     move suspense-out-count to checkpoint-suspense-count.
009835     move suspense-aged-count to checkpoint-suspense-aged.
009836     move pending-out-count to checkpoint-pending-count.
009837     move matured-count to checkpoint-matured-count.
009838     move approval-out-count to checkpoint-approval-count.
009839     move approval-aged-count to checkpoint-approval-aged.
009840     move approval-used-count to checkpoint-approval-used.
009841     move approval-self-count to checkpoint-approval-self.
009842     move migrate-count to checkpoint-migrate-count.
009843     move migrated-object-count to checkpoint-migrated-objects.
009844     move class-reject-count to checkpoint-class-rejects.
009845     move class-forced-count to checkpoint-class-forced.
009846     move class-warning-count to checkpoint-class-warnings.
009847     move unsigned-count to checkpoint-unsigned-count.
009848     move journal-write-count to checkpoint-journal-count.
009849     write checkpoint-record.
009850     move 0 to a.
009851     perform until a = approval-card-count
009852         add 1 to a
009853         if card-state(a) not = 'O'
009854             move spaces to checkpoint-card-record
009855             move 'C' to checkpoint-card-type
009856             move a to checkpoint-card-number
009857             move card-state(a) to checkpoint-card-state
009858             write checkpoint-card-record
009859         end-if
009860     end-perform.
009861     close checkpoint-fd.
009862
009863*----------------------------------------------------------------
009864* 2048-SKIP-IN-DOUBT passes over the transaction the broken run
009865* had in flight when 1065 found journal records past its last
009866* checkpoint. Part or all of it is already on ORBITMST, so it is
009867* named on MAINTRPT and the console, to be checked against the
009868* journal by hand, and checkpointed as finished rather than
009869* applied a second time.
009870*----------------------------------------------------------------
009871 2048-skip-in-doubt.
009872     display "day6maint: " stream-source " record "
009873         stream-source-count " was in flight when the run broke"
009874         " and may be partly applied - skipped, check it by hand".
009875     move spaces to maint-rpt-line.
009876     string "*** POSSIBLY APPLIED, SKIPPED: "
009877         transaction-record(1:36)
009878         delimited by size into maint-rpt-line
009879     end-string.
009880     write maint-rpt-line.
009881     if not validate-mode
009882         move transaction-record(1:36) to last-transaction
009883         perform 2045-write-checkpoint
009884     end-if.
009885
009886*----------------------------------------------------------------
009887* 2050-APPLY-TRANSACTION dispatches the transaction sitting in
009888* transaction-record - whether it came off the new MAINTXN
009889* feed, was recycled from SUSPIN, or matured off PENDIN - to
009890* the right apply paragraph. A transaction whose effective date
009891* has not arrived yet goes to the pending file instead and
009892* applies automatically on a later run; blank and zero dates
009893* (and every record in the established shorter layout) apply
009894* at once, as before. A due transaction with no submitter ID
009895* is suspended (2068) before anything else is decided about it.
009896* A due transaction that needs a second signature and has none
009897* goes to the approval hold instead. A validate-only run sends
009898* all of these to their what-if counterparts.
009899*----------------------------------------------------------------
009900 2050-apply-transaction.
009901     if transaction-eff-date is numeric
009902     and transaction-eff-date > maint-run-date
009903         if validate-mode
009906             perform 3050-whatif-pending
009909         else
009912             perform 2960-write-pending
009915         end-if
009920     else
009930         if pending-origin
009940             add 1 to matured-count
009950         end-if
009951         if transaction-submitter = spaces
009952             perform 2068-reject-unsigned
009953         else
009954             perform 2065-check-approval
009955             evaluate true
009956                 when approval-needed and not approval-found
009957                 and validate-mode
009958                     perform 3060-whatif-hold
009959                 when approval-needed and not approval-found
009960                     perform 2970-write-approval-hold
009961                 when validate-mode
009962                     perform 3000-whatif-dispatch
009963                 when other
009964                     perform 2060-dispatch-transaction
009965             end-evaluate
009966         end-if
009970     end-if.
009971
009972*----------------------------------------------------------------
009973* 2065-CHECK-APPROVAL decides whether the due transaction needs a
009974* second signature - any forced transaction, and every delete,
009975* move, migration and unlink - and if so whether it has one. An
009976* approver carried back from SUSPIN already signed for it on an
009977* earlier run; otherwise this run's approval cards are searched.
009978*----------------------------------------------------------------
009979 2065-check-approval.
009980     set approval-needed-switch to 'N'.
009981     set approval-found-switch to 'N'.
009982     if transaction-forced
009983     or transaction-delete
009984     or transaction-move
009985     or transaction-migrate
009986     or transaction-unlink
009987         set approval-needed to true
009988         if transaction-approver not = spaces
009989             set approval-found to true
009990         else
009991             perform 2066-find-approval
009992         end-if
009993     end-if.
009994
009995*----------------------------------------------------------------
009996* 2066-FIND-APPROVAL looks for an unused approval card whose
009997* image matches the transaction column for column. A card signed
009998* by the transaction's own submitter is refused - used up, so it
009999* cannot match again, and reported - and the search goes on in
010000* case a proper approval follows it.
010001*----------------------------------------------------------------
010002 2066-find-approval.
010003     move 0 to a.
010004     perform until a = approval-card-count
010005     or approval-found
010006         add 1 to a
010007         if card-state(a) = 'O'
010008         and card-transaction(a) = transaction-record(1:61)
010009         and card-approver(a) not = spaces
010010             if card-approver(a) = transaction-submitter
010011                 move 'S' to card-state(a)
010012                 add 1 to approval-self-count
010013                 perform 2067-report-self-approval
010014             else
010015                 move 'U' to card-state(a)
010016                 move card-approver(a) to transaction-approver
010017                 add 1 to approval-used-count
010018                 set approval-found to true
010019             end-if
010020         end-if
010021     end-perform.
010022
010023*----------------------------------------------------------------
010024* 2067-REPORT-SELF-APPROVAL lists a refused self-approval on the
010025* run's report, and on APPRRPT as well when the run applies.
010026*----------------------------------------------------------------
010027 2067-report-self-approval.
010028     if validate-mode
010029         move spaces to whatif-rpt-line
010030         string transaction-code "     " transaction-system "   "
010031             transaction-object "     " transaction-center
010032             "  SELF-APPROVAL REFUSED - " transaction-submitter
010033             delimited by size into whatif-rpt-line
010034         end-string
010035         write whatif-rpt-line
010036     else
010037         move spaces to maint-rpt-line
010038         string transaction-code "     " transaction-system "   "
010039             transaction-object "     " transaction-center
010040             "  SELF-APPROVAL REFUSED - " transaction-submitter
010041             delimited by size into maint-rpt-line
010042         end-string
010043         write maint-rpt-line
010044         move spaces to approval-rpt-line
010045         string transaction-record(1:36) "  "
010046             transaction-submitter "  SELF-APPROVAL REFUSED"
010047             delimited by size into approval-rpt-line
010048         end-string
010049         write approval-rpt-line
010050     end-if.
010051
010052*----------------------------------------------------------------
010053* 2068-REJECT-UNSIGNED suspends a due transaction that carries
010054* no submitter ID under reason code SUB. Applied, it would go
010055* on MAINTJRN with nobody's name on it, and a blank submitter
010056* would make the self-approval test in 2066 meaningless - so it
010057* is refused before the approval check, and retried from
010058* SUSPIN once the desk has put a user ID on it. A validate-only
010059* run lists it as a would-be reject.
010060*----------------------------------------------------------------
010061 2068-reject-unsigned.
010062     add 1 to unsigned-count.
010063     move "SUB" to reject-reason.
010064     if validate-mode
010065         move "NO SUBMITTER" to whatif-reason-text
010066         perform 3890-whatif-reject
010067     else
010068         add 1 to reject-count
010069         move spaces to maint-rpt-line
010070         string transaction-code "     " transaction-system "   "
010071             transaction-object "     "
010072             transaction-center "  REJECTED - NO SUBMITTER"
010073             delimited by size into maint-rpt-line
010074         end-string
010075         write maint-rpt-line
010076         perform 2950-write-suspense
010077     end-if.
010078
010079*----------------------------------------------------------------
010080* 2060-DISPATCH-TRANSACTION hands the due transaction to the
010081* apply paragraph its code names.
010082*----------------------------------------------------------------
010083 2060-dispatch-transaction.
010084     if transaction-forced
010085         move " - FORCED" to forced-tag
010086     else
010087         move spaces to forced-tag
010088     end-if.
010090     evaluate true
010100         when transaction-add
010110             perform 2100-add-orbit
010190         when transaction-move
010200             perform 2400-move-orbit
010210                 thru 2400-move-orbit-exit
010212         when transaction-migrate
010214             perform 2460-migrate-subtree
010216                 thru 2460-migrate-subtree-exit
010220         when transaction-link
010230             perform 2500-add-link
010240                 thru 2500-add-link-exit
010370         when other
010380             perform 2900-reject-transaction
010390     end-evaluate.
010391     perform 2075-write-submitter-line.
010392
010393*----------------------------------------------------------------
010394* 2075-WRITE-SUBMITTER-LINE follows the transaction's MAINTRPT
010395* lines with who submitted it and, where a second signature was
010396* needed, who approved it.
010397*----------------------------------------------------------------
010398 2075-write-submitter-line.
010399     move spaces to maint-rpt-line.
010400     if transaction-approver not = spaces
010401         string "      SUBMITTED BY " transaction-submitter
010402             "  APPROVED BY " transaction-approver
010403             delimited by size into maint-rpt-line
010404         end-string
010405     else
010406         string "      SUBMITTED BY " transaction-submitter
010407             delimited by size into maint-rpt-line
010408         end-string
010409     end-if.
010410     write maint-rpt-line.
010411
010412*----------------------------------------------------------------
010420* 2100-ADD-ORBIT writes a new orbit-object/orbit-center pair to
010430* the master. A duplicate orbit-object is rejected instead of
010440* silently overwriting an existing orbit, and a center that is
010460* apply time instead of poisoning the next day6 validation -
010470* unless the transaction carries the override code for a
010480* planned restructure.
010482* The duplicate check comes next, then the class rules (2980),
010484* before anything is written, so a DUP is never counted as a
010486* breach; a severe breach is suspended under CLS unless forced.
010490*----------------------------------------------------------------
010500 2100-add-orbit.
010510     if transaction-center not = "COM"
010640             move "CNF" to reject-reason
010650             perform 2950-write-suspense
010660             go to 2100-add-orbit-exit
010661         end-if
010662     end-if.
010663     move transaction-system to orbit-master-system.
010664     move transaction-object to orbit-master-object.
010665     read master-fd
010666         invalid key
010667             continue
010668         not invalid key
010669             add 1 to reject-count
010670             move spaces to maint-rpt-line
010671             string "A     " transaction-system "   "
010672                 transaction-object "     "
010673                 transaction-center "  REJECTED - DUPLICATE"
010674                 delimited by size into maint-rpt-line
010675             end-string
010676             write maint-rpt-line
010677             move "DUP" to reject-reason
010678             perform 2950-write-suspense
010679             go to 2100-add-orbit-exit
010680     end-read.
010681     perform 2980-check-class-rules
010682         thru 2980-check-class-rules-exit.
010683     if class-severe-found and not transaction-forced
010684         add 1 to reject-count
010685         add 1 to class-reject-count
010686         move spaces to maint-rpt-line
010687         string "A     " transaction-system "   "
010688             transaction-object "     "
010689             transaction-center "  REJECTED - CLASS RULE"
010690             delimited by size into maint-rpt-line
010691         end-string
010692         write maint-rpt-line
010693         move "CLS" to reject-reason
010694         perform 2950-write-suspense
010695         go to 2100-add-orbit-exit
010696     end-if.
010697     move transaction-system to orbit-master-system.
010700     move transaction-object to orbit-master-object.
010710     move transaction-center to orbit-master-center.
010720     write orbit-master-record
011240* rejected instead of being added as a side effect of the
011250* change, and the new center gets the same on-file check (COM
011260* and forced transactions excepted) as 2100-ADD-ORBIT.
011262* The not-found check comes next, then the class rules (2980),
011264* before anything is written, so a NOF is never counted as a
011266* breach; a severe breach is suspended under CLS unless forced.
011270*----------------------------------------------------------------
011280 2200-change-orbit.
011290     if transaction-center not = "COM"
011410             write maint-rpt-line
011420             move "CNF" to reject-reason
011430             perform 2950-write-suspense
011431             go to 2200-change-orbit-exit
011432         end-if
011433     end-if.
011434     move transaction-system to orbit-master-system.
011435     move transaction-object to orbit-master-object.
011436     read master-fd
011437         invalid key
011438             add 1 to reject-count
011439             move spaces to maint-rpt-line
011440             string "C     " transaction-system "   "
011441                 transaction-object "     "
011442                 transaction-center "  REJECTED - NOT FOUND"
011443                 delimited by size into maint-rpt-line
011444             end-string
011445             write maint-rpt-line
011446             move "NOF" to reject-reason
011447             perform 2950-write-suspense
011448             go to 2200-change-orbit-exit
011449         not invalid key
011450             move orbit-master-system to journal-before-system
011451             move orbit-master-object to journal-before-object
011452             move orbit-master-center to journal-before-center
011453     end-read.
011461     perform 2980-check-class-rules
011462         thru 2980-check-class-rules-exit.
011463     if class-severe-found and not transaction-forced
011464         add 1 to reject-count
011465         add 1 to class-reject-count
011466         move spaces to maint-rpt-line
011467         string "C     " transaction-system "   "
011468             transaction-object "     "
011469             transaction-center "  REJECTED - CLASS RULE"
011470             delimited by size into maint-rpt-line
011471         end-string
011472         write maint-rpt-line
011473         move "CLS" to reject-reason
011474         perform 2950-write-suspense
011475         go to 2200-change-orbit-exit
011476     end-if.
011477     move transaction-system to orbit-master-system.
011480     move transaction-object to orbit-master-object.
011486     move transaction-center to orbit-master-center.
011492     rewrite orbit-master-record
011500         invalid key
011510             add 1 to reject-count
011520             move spaces to maint-rpt-line
011590             move "NOF" to reject-reason
011600             perform 2950-write-suspense
011610         not invalid key
011670             move orbit-master-system to journal-after-system
011680             move orbit-master-object to journal-after-object
011690             move orbit-master-center to journal-after-center
011780                 delimited by size into maint-rpt-line
011790             end-string
011800             write maint-rpt-line
011810     end-rewrite.
011820 2200-change-orbit-exit.
011830     exit.
011840
012970* because the cycle it creates would fail the next day6
012980* validation and stop the whole run. The MAINTRPT line shows
012990* how many descendants moved with the subtree root.
012993* The class rules (2980) are checked before anything is written:
012996* a severe breach is suspended under CLS unless forced.
013000*----------------------------------------------------------------
013010 2400-move-orbit.
013020     move transaction-system to orbit-master-system.
013540         perform 2950-write-suspense
013550         go to 2400-move-orbit-exit
013560     end-if.
013561     perform 2980-check-class-rules
013562         thru 2980-check-class-rules-exit.
013563     if class-severe-found and not transaction-forced
013564         add 1 to reject-count
013565         add 1 to class-reject-count
013566         move spaces to maint-rpt-line
013567         string "M     " transaction-system "   "
013568             transaction-object "     "
013569             transaction-center "  REJECTED - CLASS RULE"
013570             delimited by size into maint-rpt-line
013571         end-string
013572         write maint-rpt-line
013573         move "CLS" to reject-reason
013574         perform 2950-write-suspense
013575         go to 2400-move-orbit-exit
013576     end-if.
013577
013580     perform 2420-count-descendants.
013590
013600     move transaction-system to orbit-master-system.
015210         end-if
015220     end-perform.
015230
015231*----------------------------------------------------------------
015232* 2460-MIGRATE-SUBTREE re-keys the subtree rooted at transaction-
015233* object out of transaction-system into the to-system, hung
015234* under transaction-center there - the cross-system move M
015235* cannot make, since an orbit-center never crosses systems.
015236* Every member keeps its designator and, below the root, its
015237* center; its ORBITATT record comes along, and every ORBITLNK
015238* corridor with an end on a member is re-pointed at the
015239* member's new system. Nothing is written until the whole
015240* transaction has passed: the root on file, a to-system that
015241* is neither blank nor the transaction's own, the new center
015242* on file in the to-system (COM and forced excepted) and
015243* outside the subtree, and not one member's designator -
015244* catalog or attribute record - already in the to-system.
015245* Each member is journaled under S with its old master image
015246* before and its new one after, so day6rbld and day6cmp can
015247* back out or replay the re-key, and each re-pointed corridor
015248* as the X and L that remove the old and add the new.
015249*----------------------------------------------------------------
015250 2460-migrate-subtree.
015251     move transaction-to-system to link-to-system-eff.
015252     move transaction-system to orbit-master-system.
015253     move transaction-object to orbit-master-object.
015254     read master-fd
015255         invalid key
015256             add 1 to reject-count
015257             move spaces to maint-rpt-line
015258             string "S     " transaction-system "   "
015259                 transaction-object "     "
015260                 transaction-center "  REJECTED - NOT FOUND"
015261                 delimited by size into maint-rpt-line
015262             end-string
015263             write maint-rpt-line
015264             move "NOF" to reject-reason
015265             perform 2950-write-suspense
015266             go to 2460-migrate-subtree-exit
015267     end-read.
015268
015269     if link-to-system-eff = spaces
015270     or link-to-system-eff = transaction-system
015271         add 1 to reject-count
015272         move spaces to maint-rpt-line
015273         string "S     " transaction-system "   "
015274             transaction-object "     "
015275             transaction-center "  REJECTED - BAD TO-SYSTEM"
015276             delimited by size into maint-rpt-line
015277         end-string
015278         write maint-rpt-line
015279         move "TSY" to reject-reason
015280         perform 2950-write-suspense
015281         go to 2460-migrate-subtree-exit
015282     end-if.
015283
015284     if transaction-center not = "COM"
015285     and not transaction-forced
015286         move link-to-system-eff to endpoint-system
015287         move transaction-center to endpoint-object
015288         perform 2510-check-endpoint-on-file
015289         if not center-found
015290             add 1 to reject-count
015291             move spaces to maint-rpt-line
015292             string "S     " transaction-system "   "
015293                 transaction-object "     "
015294                 transaction-center "  REJECTED - CENTER NOT "
015295                 "ON FILE IN " link-to-system-eff
015296                 delimited by size into maint-rpt-line
015297             end-string
015298             write maint-rpt-line
015299             move "CNF" to reject-reason
015300             perform 2950-write-suspense
015301             go to 2460-migrate-subtree-exit
015302         end-if
015303     end-if.
015304
015305*    Every member keeps its designator in the to-system, so a
015306*    new center named like a member would hang the subtree
015307*    under itself there - refused even when forced, as for M.
015308     perform 2420-count-descendants.
015309     move transaction-center to lookup-object.
015310     perform 2450-find-in-subtree.
015311     if member-found
015312         add 1 to reject-count
015313         move spaces to maint-rpt-line
015314         string "S     " transaction-system "   "
015315             transaction-object "     "
015316             transaction-center "  REJECTED - CENTER INSIDE "
015317             "SUBTREE"
015318             delimited by size into maint-rpt-line
015319         end-string
015320         write maint-rpt-line
015321         move "CYC" to reject-reason
015322         perform 2950-write-suspense
015323         go to 2460-migrate-subtree-exit
015324     end-if.
015325
015326     perform 2461-check-migrate-clash.
015327     if clash-count > 0
015328         add 1 to reject-count
015329         move spaces to maint-rpt-line
015330         string "S     " transaction-system "   "
015331             transaction-object "     "
015332             transaction-center "  REJECTED - " clash-count
015333             " ALREADY IN " link-to-system-eff
015334             delimited by size into maint-rpt-line
015335         end-string
015336         write maint-rpt-line
015337         move "DUP" to reject-reason
015338         perform 2950-write-suspense
015339         go to 2460-migrate-subtree-exit
015340     end-if.
015341
015342     perform 2462-collect-corridors.
015343     move 0 to carried-attr-count.
015344     move 0 to repointed-count.
015345     move 0 to dropped-link-count.
015346     move 0 to sub-ptr.
015347     perform until sub-ptr = subtree-count
015348         add 1 to sub-ptr
015349         perform 2464-migrate-member
015350     end-perform.
015351     move 0 to c.
015352     perform until c = corridor-count
015353         add 1 to c
015354         perform 2465-repoint-corridor
015355     end-perform.
015356     add 1 to migrate-count.
015357     add subtree-count to migrated-object-count.
015358     move spaces to maint-rpt-line.
015359     string "S     " transaction-system "   "
015360         transaction-object "     "
015361         transaction-center "  MIGRATED TO " link-to-system-eff
015362         forced-tag
015363         delimited by size into maint-rpt-line
015364     end-string.
015365     write maint-rpt-line.
015366     move spaces to maint-rpt-line.
015367     string "      " descendant-count " DESCENDANTS, "
015368         carried-attr-count " ATTRIBUTE RECORDS CARRIED"
015369         delimited by size into maint-rpt-line
015370     end-string.
015371     write maint-rpt-line.
015372     move spaces to maint-rpt-line.
015373     string "      " repointed-count " CORRIDORS RE-POINTED, "
015374         dropped-link-count " ALREADY ON FILE"
015375         delimited by size into maint-rpt-line
015376     end-string.
015377     write maint-rpt-line.
015378 2460-migrate-subtree-exit.
015379     exit.
015380
015381*----------------------------------------------------------------
015382* 2461-CHECK-MIGRATE-CLASH counts the subtree members whose
015383* designator already exists in the to-system - on the catalog
015384* master or, for an attribute record left behind with no
015385* catalog object, on ORBITATT - listing each on MAINTRPT so the
015386* submitter can sort the clash out before resubmitting.
015387*----------------------------------------------------------------
015388 2461-check-migrate-clash.
015389     move 0 to clash-count.
015390     move 0 to sub-ptr.
015391     perform until sub-ptr = subtree-count
015392         add 1 to sub-ptr
015393         move link-to-system-eff to endpoint-system
015394         move subtree-object(sub-ptr) to endpoint-object
015395         perform 2510-check-endpoint-on-file
015396         if not center-found
015397             move link-to-system-eff to orbit-attr-system
015398             move subtree-object(sub-ptr) to orbit-attr-object
015399             read attr-master-fd
015400                 invalid key
015401                     continue
015402                 not invalid key
015403                     set center-found to true
015404             end-read
015405         end-if
015406         if center-found
015407             add 1 to clash-count
015408             move spaces to maint-rpt-line
015409             string "S     " transaction-system "   "
015410                 transaction-object
015411                 "               ALREADY IN "
015412                 link-to-system-eff ": " subtree-object(sub-ptr)
015413                 delimited by size into maint-rpt-line
015414             end-string
015415             write maint-rpt-line
015416         end-if
015417     end-perform.
015418
015419*----------------------------------------------------------------
015420* 2462-COLLECT-CORRIDORS reads ORBITLNK front to back and keeps
015421* every corridor with an end on a subtree member. A corridor
015422* can end on a member from either side and from any system,
015423* so the key alone cannot narrow the pass.
015424*----------------------------------------------------------------
015425 2462-collect-corridors.
015426     move 0 to corridor-count.
015427     set link-scan-eof-switch to 'N'.
015428     move low-values to orbit-link-key.
015429     start link-fd key not < orbit-link-key
015430         invalid key
015431             set link-scan-eof to true
015432     end-start.
015433     perform until link-scan-eof
015434         read link-fd next record
015435             at end
015436                 set link-scan-eof to true
015437             not at end
015438                 perform 2463-take-corridor
015439         end-read
015440     end-perform.
015441
015442*----------------------------------------------------------------
015443* 2463-TAKE-CORRIDOR adds the corridor in orbit-link-key to the
015444* corridor table when either end is a subtree member, marking
015445* which end moves. The table is full before anything has been
015446* written, so overflowing it stops the run cleanly.
015447*----------------------------------------------------------------
015448 2463-take-corridor.
015449     set corridor-touched-switch to 'N'.
015450     move 'N' to from-end-moves.
015451     move 'N' to to-end-moves.
015452     if orbit-link-from-system = transaction-system
015453         move orbit-link-from-object to lookup-object
015454         perform 2450-find-in-subtree
015455         if member-found
015456             set corridor-touched to true
015457             move 'Y' to from-end-moves
015458         end-if
015459     end-if.
015460     if orbit-link-to-system = transaction-system
015461         move orbit-link-to-object to lookup-object
015462         perform 2450-find-in-subtree
015463         if member-found
015464             set corridor-touched to true
015465             move 'Y' to to-end-moves
015466         end-if
015467     end-if.
015468     if corridor-touched
015469         if corridor-count = corridor-table-max
015470             display "day6maint: corridors touching the subtree"
015471                 " of " transaction-object " exceed the table "
015472                 "limit of " corridor-table-max
015473             display "day6maint: increase corridor-table-max "
015474                 "and recompile before rerunning this job"
015475             stop run
015476         end-if
015477         add 1 to corridor-count
015478         move orbit-link-key to corridor-key(corridor-count)
015479         move from-end-moves
015480             to corridor-from-moves(corridor-count)
015481         move to-end-moves
015482             to corridor-to-moves(corridor-count)
015483     end-if.
015484
015485*----------------------------------------------------------------
015486* 2464-MIGRATE-MEMBER re-keys the subtree member at sub-ptr: its
015487* master record is deleted from transaction-system and written
015488* again in the to-system - the root under the new center, every
015489* other member under its unchanged one - with the cross-
015490* reference moved along with it, its attribute record carried
015491* by 2466, and one S journal record for the pair of images.
015492* A member the cross-reference listed but the master does not
015493* hold means the two have drifted; it is reported and left.
015494*----------------------------------------------------------------
015495 2464-migrate-member.
015496     set center-found-switch to 'N'.
015497     move transaction-system to orbit-master-system.
015498     move subtree-object(sub-ptr) to orbit-master-object.
015499     read master-fd
015500         invalid key
015501             display "day6maint: ORBITXRF listed "
015502                 subtree-object(sub-ptr) " but ORBITMST does not "
015503                 "hold it - cross-reference may have drifted "
015504                 "from the master"
015505         not invalid key
015506             set center-found to true
015507             move orbit-master-system to journal-before-system
015508             move orbit-master-object to journal-before-object
015509             move orbit-master-center to journal-before-center
015510     end-read.
015511     if center-found
015512         delete master-fd end-delete
015513         perform 2860-remove-xref
015514         move link-to-system-eff to journal-after-system
015515         move journal-before-object to journal-after-object
015516         if sub-ptr = 1
015517             move transaction-center to journal-after-center
015518         else
015519             move journal-before-center to journal-after-center
015520         end-if
015521         move journal-after-system to orbit-master-system
015522         move journal-after-object to orbit-master-object
015523         move journal-after-center to orbit-master-center
015524         write orbit-master-record
015525             invalid key
015526                 display "day6maint: " journal-after-object
015527                     " appeared in " journal-after-system
015528                     " during its own migration - the catalog "
015529                     "was changed underneath the run"
015530         end-write
015531         perform 2850-write-xref
015532         perform 2466-carry-attribute
015533         perform 2800-write-journal
015534     end-if.
015535
015536*----------------------------------------------------------------
015537* 2466-CARRY-ATTRIBUTE moves the migrating member's ORBITATT
015538* record, if it has one, to the same designator in the to-
015539* system, staging its name, class and status in both attribute
015540* images of the member's S journal record.
015541*----------------------------------------------------------------
015542 2466-carry-attribute.
015543     move transaction-system to orbit-attr-system.
015544     move journal-before-object to orbit-attr-object.
015545     read attr-master-fd
015546         invalid key
015547             continue
015548         not invalid key
015549             move orbit-attr-name to journal-before-name
015550             move orbit-attr-class to journal-before-class
015551             move orbit-attr-status to journal-before-status
015552             move journal-before-attr-save
015553                 to journal-after-attr-save
015554             delete attr-master-fd end-delete
015555             move link-to-system-eff to orbit-attr-system
015556             move journal-before-object to orbit-attr-object
015557             move journal-before-name to orbit-attr-name
015558             move journal-before-class to orbit-attr-class
015559             move journal-before-status to orbit-attr-status
015560             write orbit-attr-record
015561                 invalid key
015562                     display "day6maint: attribute record for "
015563                         orbit-attr-object " appeared in "
015564                         orbit-attr-system " during its own "
015565                         "migration - ORBITATT was changed "
015566                         "underneath the run"
015567                 not invalid key
015568                     add 1 to carried-attr-count
015569             end-write
015570     end-read.
015571
015572*----------------------------------------------------------------
015573* 2465-REPOINT-CORRIDOR moves the corridor at c onto the to-
015574* system at whichever end sits on a migrated member: the old
015575* corridor is deleted and journaled under X, the re-pointed one
015576* written and journaled under L. A re-pointed corridor already
015577* on file is not written twice - the old one is simply gone -
015578* and the line on MAINTRPT says so.
015579*----------------------------------------------------------------
015580 2465-repoint-corridor.
015581     move corridor-key(c) to orbit-link-key.
015582     delete link-fd
015583         invalid key
015584             display "day6maint: corridor from "
015585                 corridor-from-object(c) " to "
015586                 corridor-to-object(c) " vanished during the "
015587                 "migration - ORBITLNK was changed underneath "
015588                 "the run"
015589         not invalid key
015590             move corridor-from-system(c) to journal-before-system
015591             move corridor-from-object(c) to journal-before-object
015592             move spaces to journal-before-center
015593             move corridor-to-system(c) to journal-after-system
015594             move corridor-to-object(c) to journal-after-object
015595             move spaces to journal-after-center
015596             move 'X' to journal-code-override
015597             perform 2800-write-journal
015598             move corridor-key(c) to orbit-link-key
015599             if corridor-from-moves(c) = 'Y'
015600                 move link-to-system-eff to orbit-link-from-system
015601             end-if
015602             if corridor-to-moves(c) = 'Y'
015603                 move link-to-system-eff to orbit-link-to-system
015604             end-if
015605             write orbit-link-record
015606                 invalid key
015607                     add 1 to dropped-link-count
015608                     move "  ALREADY ON FILE" to corridor-note
015609                 not invalid key
015610                     add 1 to repointed-count
015611                     move orbit-link-from-system
015612                         to journal-before-system
015613                     move orbit-link-from-object
015614                         to journal-before-object
015615                     move orbit-link-to-system
015616                         to journal-after-system
015617                     move orbit-link-to-object
015618                         to journal-after-object
015619                     move 'L' to journal-code-override
015620                     perform 2800-write-journal
015621                     move spaces to corridor-note
015622             end-write
015623             perform 2467-write-corridor-line
015624     end-delete.
015625
015626*----------------------------------------------------------------
015627* 2467-WRITE-CORRIDOR-LINE lists the corridor at c as it was and
015628* as it now stands in orbit-link-key, with the note staged in
015629* corridor-note when the re-pointed corridor was already there.
015630*----------------------------------------------------------------
015631 2467-write-corridor-line.
015632     move spaces to maint-rpt-line.
015633     string "      LINK " corridor-from-system(c) " "
015634         corridor-from-object(c) " > " corridor-to-system(c) " "
015635         corridor-to-object(c) "  NOW " orbit-link-from-system
015636         " " orbit-link-from-object " > " orbit-link-to-system
015637         delimited by size into maint-rpt-line
015638     end-string.
015639     write maint-rpt-line.
015640     move spaces to maint-rpt-line.
015641     string "           " orbit-link-to-object
015642         corridor-note
015643         delimited by size into maint-rpt-line
015644     end-string.
015645     write maint-rpt-line.
015646
015647*----------------------------------------------------------------
015648* 2500-ADD-LINK writes a cross-system transfer corridor from
015649* (transaction-system, transaction-object) to the object in the
015650* center position in the to-system (blank to-system defaults to
015651* the transaction's own). Both endpoints must be on the master
015652* - a corridor to an object the catalog does not know would
015653* strand day6's routing - unless the transaction carries the
015654* override code for a planned restructure. A duplicate corridor
015655* is rejected instead of silently rewritten, and the applied
015656* link is journaled like any master change: the before image
015657* carries the from endpoint, the after image the to endpoint.
015658*----------------------------------------------------------------
015659 2500-add-link.
015660     move transaction-to-system to link-to-system-eff.
015661     if link-to-system-eff = spaces
015662         move transaction-system to link-to-system-eff
015663     end-if.
015664     if not transaction-forced
015665         move transaction-system to endpoint-system
015666         move transaction-object to endpoint-object
015667         perform 2510-check-endpoint-on-file
015668         if not center-found
015669             add 1 to reject-count
015670             move spaces to maint-rpt-line
015671             string "L     " transaction-system "   "
015672                 transaction-object "     "
015673                 transaction-center "  REJECTED - FROM NOT "
015674                 "ON FILE"
015675                 delimited by size into maint-rpt-line
015676             end-string
015677             write maint-rpt-line
015678             move "ENF" to reject-reason
015679             perform 2950-write-suspense
015680             go to 2500-add-link-exit
015681         end-if
015682         move link-to-system-eff to endpoint-system
015683         move transaction-center to endpoint-object
015684         perform 2510-check-endpoint-on-file
015685         if not center-found
015686             add 1 to reject-count
015687             move spaces to maint-rpt-line
015688             string "L     " transaction-system "   "
015689                 transaction-object "     "
015690                 transaction-center "  REJECTED - TO NOT "
015691                 "ON FILE IN " link-to-system-eff
015692                 delimited by size into maint-rpt-line
015700             end-string
015710             write maint-rpt-line
015720             move "ENF" to reject-reason
016880* duplicate is rejected instead of silently rewritten (that is
016890* what R is for). The add is journaled like a master add: blank
016900* before image, the keyed identity in the after image.
016903* The class rules (2980) are checked before anything is written:
016906* a severe breach is suspended under CLS unless forced.
016910*----------------------------------------------------------------
016920 2700-add-attribute.
016930     if not transaction-forced
017090             go to 2700-add-attribute-exit
017100         end-if
017110     end-if.
017111     perform 2980-check-class-rules
017112         thru 2980-check-class-rules-exit.
017113     if class-severe-found and not transaction-forced
017114         add 1 to reject-count
017115         add 1 to class-reject-count
017116         move spaces to maint-rpt-line
017117         string "N     " transaction-system "   "
017118             transaction-object
017119             "               REJECTED - CLASS RULE"
017120             delimited by size into maint-rpt-line
017121         end-string
017122         write maint-rpt-line
017123         move "CLS" to reject-reason
017124         perform 2950-write-suspense
017125         go to 2700-add-attribute-exit
017126     end-if.
017127     move transaction-system to orbit-attr-system.
017130     move transaction-object to orbit-attr-object.
017140     move transaction-attr-name to orbit-attr-name.
017150     move transaction-attr-class to orbit-attr-class.
017320             move transaction-system to journal-after-system
017330             move transaction-object to journal-after-object
017340             move spaces to journal-after-center
017342             move transaction-attr-name to journal-after-name
017344             move transaction-attr-class to journal-after-class
017346             move transaction-attr-status
017348                 to journal-after-status
017350             perform 2800-write-journal
017360             move spaces to maint-rpt-line
017370             string "N     " transaction-system "   "
017490* object already on ORBITATT. One that is not on file is
017500* rejected instead of being added as a side effect of the
017510* revision, the same stance C takes against the catalog master.
017520* The journal carries the keyed identity in both images, and
017530* the name, class and status as they were and as they become.
017533* The class rules (2980) are checked before anything is written:
017536* a severe breach is suspended under CLS unless forced.
017540*----------------------------------------------------------------
017550 2710-revise-attribute.
017551     perform 2980-check-class-rules
017552         thru 2980-check-class-rules-exit.
017553     if class-severe-found and not transaction-forced
017554         add 1 to reject-count
017555         add 1 to class-reject-count
017556         move spaces to maint-rpt-line
017557         string "R     " transaction-system "   "
017558             transaction-object
017559             "               REJECTED - CLASS RULE"
017560             delimited by size into maint-rpt-line
017561         end-string
017562         write maint-rpt-line
017563         move "CLS" to reject-reason
017564         perform 2950-write-suspense
017565         go to 2710-revise-attribute-exit
017566     end-if.
017567     move transaction-system to orbit-attr-system.
017570     move transaction-object to orbit-attr-object.
017580     read attr-master-fd
017590         invalid key
017680             move "NOF" to reject-reason
017690             perform 2950-write-suspense
017700         not invalid key
017702             move orbit-attr-name to journal-before-name
017704             move orbit-attr-class to journal-before-class
017706             move orbit-attr-status to journal-before-status
017710             move transaction-attr-name to orbit-attr-name
017720             move transaction-attr-class to orbit-attr-class
017730             move transaction-attr-status to orbit-attr-status
017790             move transaction-system to journal-after-system
017800             move transaction-object to journal-after-object
017810             move spaces to journal-after-center
017812             move orbit-attr-name to journal-after-name
017814             move orbit-attr-class to journal-after-class
017816             move orbit-attr-status to journal-after-status
017820             perform 2800-write-journal
017830             move spaces to maint-rpt-line
017840             string "R     " transaction-system "   "
017960* 2720-ERASE-ATTRIBUTE removes an object's attribute record.
017970* One that is not on file is rejected so a typo surfaces on
017980* MAINTRPT instead of vanishing. Journaled like a master
017990* delete: keyed identity in the before image, blank after. The
017993* record is read before it is deleted so the journal also gets
017996* the name, class and status it had.
018000*----------------------------------------------------------------
018010 2720-erase-attribute.
018020     move transaction-system to orbit-attr-system.
018030     move transaction-object to orbit-attr-object.
018031     read attr-master-fd
018032         invalid key
018033             continue
018034         not invalid key
018035             move orbit-attr-name to journal-before-name
018036             move orbit-attr-class to journal-before-class
018037             move orbit-attr-status to journal-before-status
018038     end-read.
018040     delete attr-master-fd
018050         invalid key
018060             add 1 to reject-count
018065             move spaces to journal-before-attr-save
018070             move spaces to maint-rpt-line
018080             string "E     " transaction-system "   "
018090                 transaction-object
018360* transaction just applied: when it was applied, the generation
018370* the master becomes with this run, the transaction code, and
018380* the before/after images the apply paragraph staged in
018390* journal-before-save/journal-after-save, and who submitted and
018395* approved it. A migration journals the corridors it re-points
018396* under X and L, staged in journal-code-override, instead of
018397* its own code.
018400*----------------------------------------------------------------
018410 2800-write-journal.
018420     accept journal-stamp-date from date yyyymmdd.
018440     move journal-stamp-date to orbit-journal-date.
018450     move journal-stamp-time to orbit-journal-time.
018460     move journal-generation to orbit-journal-generation.
018465     if journal-code-override = space
018470         move transaction-code to orbit-journal-code
018472     else
018474         move journal-code-override to orbit-journal-code
018476     end-if.
018480     move journal-before-system to orbit-journal-before-system.
018490     move journal-before-object to orbit-journal-before-object.
018500     move journal-before-center to orbit-journal-before-center.
018510     move journal-after-system to orbit-journal-after-system.
018520     move journal-after-object to orbit-journal-after-object.
018530     move journal-after-center to orbit-journal-after-center.
018533     move transaction-submitter to orbit-journal-submitter.
018536     move transaction-approver to orbit-journal-approver.
018537     move journal-before-attr-save to orbit-journal-before-attr.
018538     move journal-after-attr-save to orbit-journal-after-attr.
018540     write orbit-journal-record.
018541     add 1 to journal-write-count.
018543     move spaces to journal-before-attr-save.
018546     move spaces to journal-after-attr-save.
018548     move space to journal-code-override.

018550*----------------------------------------------------------------
018560* 2850-WRITE-XREF adds the cross-reference record for the master
019040     move reject-reason to suspense-out-reason.
019050     move suspense-first-date to suspense-out-date.
019060     compute suspense-out-runs = suspense-run-count + 1.
019063     move transaction-submitter to suspense-out-submitter.
019066     move transaction-approver to suspense-out-approver.
019070     write suspense-out-record.
019080     add 1 to suspense-out-count.
019090     if suspense-out-runs > suspense-age-limit
019290 2960-write-pending.
019300     move transaction-record to pending-out-transaction.
019310     move pending-queue-date to pending-out-date.
019315     move transaction-submitter to pending-out-submitter.
019320     write pending-out-record.
019330     add 1 to pending-out-count.
019340     move spaces to pending-rpt-line.
019380         delimited by size into pending-rpt-line
019390     end-string.
019400     write pending-rpt-line.
019401
019402*----------------------------------------------------------------
019403* 2970-WRITE-APPROVAL-HOLD holds the due transaction sitting in
019404* transaction-record on APPROUT until a second user ID signs
019405* for it, carrying its submitter, the date it was first held
019406* and the runs it has now waited. A hold past the age limit
019407* also goes on the APPRRPT aging report so somebody chases the
019408* approver instead of letting it ride.
019409*----------------------------------------------------------------
019410 2970-write-approval-hold.
019411     move transaction-record to approval-out-transaction.
019412     move transaction-submitter to approval-out-submitter.
019413     move approval-first-date to approval-out-date.
019414     compute approval-out-runs = approval-run-count + 1.
019415     write approval-out-record.
019416     add 1 to approval-out-count.
019417     move spaces to maint-rpt-line.
019418     string transaction-code "     " transaction-system "   "
019419         transaction-object "     "
019420         transaction-center "  HELD - NEEDS APPROVAL"
019421         delimited by size into maint-rpt-line
019422     end-string.
019423     write maint-rpt-line.
019424     perform 2075-write-submitter-line.
019425     if approval-out-runs > approval-age-limit
019426         add 1 to approval-aged-count
019427         move spaces to approval-rpt-line
019428         string approval-out-transaction(1:36) "  "
019429             approval-out-submitter "  " approval-out-date
019430             "  " approval-out-runs
019431             delimited by size into approval-rpt-line
019432         end-string
019433         write approval-rpt-line
019434     end-if.
019446
019456*----------------------------------------------------------------
019466* 2980-CHECK-CLASS-RULES holds an A, C, M, N or R transaction to
019476* the CLASSRUL body-class rules (see clsrul.cpy). It looks up
019486* classes and statuses through the view paragraphs, so a
019496* validate-only run sees the catalog as the batch so far would
019506* leave it and an applying run (whose view is empty) reads the
019516* files. An A, C or M seats the object, with the class and
019526* status it has on ORBITATT, under the transaction's center; an
019536* N or R gives the object a new class and status, checked
019546* against its own center and against every body orbiting it.
019556* Each breach is listed by 2983, and class-severe-found says
019566* whether any was severe. An object or center with no
019576* attribute record is not checked, and neither is an N for an
019586* object that already has one or an R for one that has none -
019596* the duplicate and not-found checks deal with those.
019606*----------------------------------------------------------------
019616 2980-check-class-rules.
019626     set class-severe-found-switch to 'N'.
019636     if class-rule-count = 0
019646         go to 2980-check-class-rules-exit
019656     end-if.
019666     if transaction-attr-new or transaction-attr-revise
019676         perform 3820-view-find-attr
019686         if transaction-attr-new and center-found
019696             go to 2980-check-class-rules-exit
019706         end-if
019716         if transaction-attr-revise and not center-found
019726             go to 2980-check-class-rules-exit
019736         end-if
019746         perform 2984-check-new-attributes
019756         go to 2980-check-class-rules-exit
019766     end-if.
019776     move transaction-system to endpoint-system.
019786     move transaction-object to endpoint-object.
019796     perform 3823-view-find-attr-at.
019806     if not center-found
019816         go to 2980-check-class-rules-exit
019826     end-if.
019836     move transaction-object to check-child-object.
019846     move view-found-class to check-child-class.
019856     move view-found-status to check-child-status.
019866     move transaction-center to check-parent-object.
019876     perform 2981-fetch-parent-attributes.
019886     if parent-known
019896         perform 2982-apply-class-rules
019906     end-if.
019916 2980-check-class-rules-exit.
019926     exit.
019936
019946*----------------------------------------------------------------
019956* 2981-FETCH-PARENT-ATTRIBUTES stages the class and status of
019966* check-parent-object and sets parent-known when it has them.
019976* COM, the catalog root, stands in as class * with a blank
019986* status.
019996*----------------------------------------------------------------
020006 2981-fetch-parent-attributes.
020016     set parent-known-switch to 'N'.
020026     if check-parent-object = "COM"
020036         move "*" to check-parent-class
020046         move space to check-parent-status
020056         set parent-known to true
020066     else
020076         move transaction-system to endpoint-system
020086         move check-parent-object to endpoint-object
020096         perform 3823-view-find-attr-at
020106         if center-found
020116             move view-found-class to check-parent-class
020126             move view-found-status to check-parent-status
020136             set parent-known to true
020146         end-if
020156     end-if.
020166
020176*----------------------------------------------------------------
020186* 2982-APPLY-CLASS-RULES applies the rule table to the child and
020196* parent staged in the check- fields, exactly as day6 does: the
020206* first P card for the child's class must list the parent's
020216* class, and every S card whose class and statuses match is a
020226* breach of its own. A blank parent class never satisfies or
020236* breaks a P card.
020246*----------------------------------------------------------------
020256 2982-apply-class-rules.
020266     set parent-rule-found-switch to 'N'.
020276     move 0 to rule-ptr.
020286     perform until rule-ptr = class-rule-count
020296         add 1 to rule-ptr
020306         if rule-type(rule-ptr) = 'P'
020316         and rule-child-class(rule-ptr) = check-child-class
020326         and not parent-rule-found
020336             set parent-rule-found to true
020346             if check-parent-class not = space
020356                 move 0 to rule-tally
020366                 inspect rule-parents(rule-ptr)
020376                     tallying rule-tally
020386                     for all check-parent-class
020396                 if rule-tally = 0
020406                     move "PARENT CLASS" to breach-kind
020416                     perform 2983-note-class-breach
020426                 end-if
020436             end-if
020446         end-if
020456         if rule-type(rule-ptr) = 'S'
020466         and (rule-child-class(rule-ptr) = space
020476             or rule-child-class(rule-ptr) = check-child-class)
020486         and rule-child-status(rule-ptr) = check-child-status
020496         and rule-parent-status(rule-ptr) = check-parent-status
020506             move "STATUS" to breach-kind
020516             perform 2983-note-class-breach
020526         end-if
020536     end-perform.
020546
020556*----------------------------------------------------------------
020566* 2983-NOTE-CLASS-BREACH counts the breach of the rule at
020576* rule-ptr under its severity and lists it under the
020586* transaction, on WHATRPT in a validate-only run and MAINTRPT
020596* otherwise: the body and its center, each with its class and
020606* status, and which kind of rule it broke. A severe breach on a
020616* forced transaction is counted as forced through.
020626*----------------------------------------------------------------
020636 2983-note-class-breach.
020646     if rule-severity(rule-ptr) = 'W'
020656         add 1 to class-warning-count
020666         move "WARNING" to breach-severity-text
020676     else
020686         set class-severe-found to true
020696         move "SEVERE" to breach-severity-text
020706         if transaction-forced
020716             add 1 to class-forced-count
020726         end-if
020736     end-if.
020746     move spaces to class-breach-line.
020756     string transaction-code "     CLASS "
020761         breach-severity-text " "
020766         check-child-object " (" check-child-class " "
020776         check-child-status ") ORBITS " check-parent-object
020786         " (" check-parent-class " " check-parent-status ") "
020796         breach-kind
020806         delimited by size into class-breach-line
020816     end-string.
020826     if validate-mode
020836         move class-breach-line to whatif-rpt-line
020846         write whatif-rpt-line
020856     else
020866         move class-breach-line to maint-rpt-line
020876         write maint-rpt-line
020886     end-if.
020896
020906*----------------------------------------------------------------
020916* 2984-CHECK-NEW-ATTRIBUTES checks an N or R's new class and
020926* status twice over: as the child of the object's own center,
020936* and as the parent of every body orbiting the object, whose
020946* children 3840 collects into the subtree table.
020956*----------------------------------------------------------------
020966 2984-check-new-attributes.
020976     move transaction-object to check-child-object.
020986     move transaction-attr-class to check-child-class.
020996     move transaction-attr-status to check-child-status.
021006     move transaction-system to endpoint-system.
021016     move transaction-object to endpoint-object.
021026     perform 3800-view-find-object.
021036     if center-found
021046         move view-found-center to check-parent-object
021056         perform 2981-fetch-parent-attributes
021066         if parent-known
021076             perform 2982-apply-class-rules
021086         end-if
021096     end-if.
021106     move 1 to subtree-count.
021116     move transaction-object to subtree-object(1).
021126     move 1 to sub-ptr.
021136     perform 3840-view-collect-children.
021146     move 1 to rule-child-ptr.
021156     perform until rule-child-ptr = subtree-count
021166         add 1 to rule-child-ptr
021176         move transaction-system to endpoint-system
021186         move subtree-object(rule-child-ptr) to endpoint-object
021196         perform 3823-view-find-attr-at
021206         if center-found
021216             move subtree-object(rule-child-ptr)
021226                 to check-child-object
021236             move view-found-class to check-child-class
021246             move view-found-status to check-child-status
021256             move transaction-object to check-parent-object
021266             move transaction-attr-class to check-parent-class
021276             move transaction-attr-status to check-parent-status
021286             perform 2982-apply-class-rules
021296         end-if
021306     end-perform.
021309
021312*----------------------------------------------------------------
021316* 2900-REJECT-TRANSACTION flags any transaction-code other than
021326* A, C, D, M, S, L, X, N, R or E instead of guessing what the
021336* submitter intended.
021356*----------------------------------------------------------------
021366 2900-reject-transaction.
021376     add 1 to reject-count.
021386     move spaces to maint-rpt-line.
021396     string transaction-code "     " transaction-system "   "
021406         transaction-object "     "
021416         transaction-center "  REJECTED - BAD CODE"
021426         delimited by size into maint-rpt-line
021436     end-string.
021446     write maint-rpt-line.
021456     move "COD" to reject-reason.
021466     perform 2950-write-suspense.
021476
021486*----------------------------------------------------------------
021496* 3000-WHATIF-DISPATCH is 2060's counterpart for a validate-only
021506* run: the due transaction goes to the what-if paragraph its
021516* code names. Each one makes the same integrity checks in the
021526* same order as the apply paragraph it mirrors, against the
021536* working view instead of the files, and leaves its outcome in
021546* the view for the transactions behind it - the files
021556* themselves are only ever read.
021566*----------------------------------------------------------------
021576 3000-whatif-dispatch.
021586     if transaction-forced
021596         move " - FORCED" to forced-tag
021606     else
021616         move spaces to forced-tag
021626     end-if.
021636     evaluate true
021646         when transaction-add
021656             perform 3100-whatif-add
021666                 thru 3100-whatif-add-exit
021676         when transaction-change
021686             perform 3200-whatif-change
021696                 thru 3200-whatif-change-exit
021706         when transaction-delete
021716             perform 3300-whatif-delete
021726                 thru 3300-whatif-delete-exit
021736         when transaction-move
021746             perform 3400-whatif-move
021756                 thru 3400-whatif-move-exit
021766         when transaction-migrate
021776             perform 3450-whatif-migrate
021786                 thru 3450-whatif-migrate-exit
021796         when transaction-link
021806             perform 3500-whatif-add-link
021816                 thru 3500-whatif-add-link-exit
021826         when transaction-unlink
021836             perform 3600-whatif-remove-link
021846                 thru 3600-whatif-remove-link-exit
021856         when transaction-attr-new
021866             perform 3700-whatif-add-attribute
021876                 thru 3700-whatif-add-attribute-exit
021886         when transaction-attr-revise
021896             perform 3710-whatif-revise-attribute
021906                 thru 3710-whatif-revise-attribute-exit
021916         when transaction-attr-erase
021926             perform 3720-whatif-erase-attribute
021936                 thru 3720-whatif-erase-attribute-exit
021946         when other
021956             move "COD" to reject-reason
021966             move "BAD CODE" to whatif-reason-text
021976             perform 3890-whatif-reject
021986     end-evaluate.
021996     perform 3075-whatif-submitter-line.
022006
022016*----------------------------------------------------------------
022026* 3050-WHATIF-PENDING lists a transaction whose effective date
022036* has not arrived - on a real run it would go to PENDOUT.
022046*----------------------------------------------------------------
022056 3050-whatif-pending.
022066     add 1 to pending-out-count.
022076     move spaces to forced-tag.
022086     move spaces to whatif-result.
022096     string "WOULD PEND UNTIL " transaction-eff-date
022106         delimited by size into whatif-result
022116     end-string.
022126     perform 3880-write-whatif-line.
022136
022146*----------------------------------------------------------------
022156* 3060-WHATIF-HOLD lists a transaction that still lacks its
022166* second signature - on a real run it would go to APPROUT.
022176*----------------------------------------------------------------
022186 3060-whatif-hold.
022196     add 1 to approval-out-count.
022206     move spaces to forced-tag.
022216     move "WOULD HOLD FOR APPROVAL" to whatif-result.
022226     perform 3880-write-whatif-line.
022236     perform 3075-whatif-submitter-line.
022246
022256*----------------------------------------------------------------
022266* 3075-WHATIF-SUBMITTER-LINE is 2075's counterpart on WHATRPT.
022276*----------------------------------------------------------------
022286 3075-whatif-submitter-line.
022296     move spaces to whatif-rpt-line.
022306     if transaction-approver not = spaces
022316         string "      SUBMITTED BY " transaction-submitter
022326             "  APPROVED BY " transaction-approver
022336             delimited by size into whatif-rpt-line
022346         end-string
022356     else
022366         string "      SUBMITTED BY " transaction-submitter
022376             delimited by size into whatif-rpt-line
022386         end-string
022396     end-if.
022406     write whatif-rpt-line.
022416
022426*----------------------------------------------------------------
022436* 3100-WHATIF-ADD mirrors 2100-ADD-ORBIT: center on file (COM
022446* and forced excepted), then no duplicate.
022449* The class rules (2980) follow the duplicate check, as in
022452* 2100, a severe breach rejected under CLS unless forced.
022456*----------------------------------------------------------------
022466 3100-whatif-add.
022476     if transaction-center not = "COM"
022486     and not transaction-forced
022496         move transaction-system to endpoint-system
022506         move transaction-center to endpoint-object
022516         perform 3800-view-find-object
022526         if not center-found
022536             move "CNF" to reject-reason
022546             move "CENTER NOT ON FILE" to whatif-reason-text
022556             perform 3890-whatif-reject
022566             go to 3100-whatif-add-exit
022576         end-if
022586     end-if.
022587     move transaction-system to endpoint-system.
022588     move transaction-object to endpoint-object.
022589     perform 3800-view-find-object.
022590     if center-found
022591         move "DUP" to reject-reason
022592         move "DUPLICATE" to whatif-reason-text
022593         perform 3890-whatif-reject
022594         go to 3100-whatif-add-exit
022595     end-if.
022596     perform 2980-check-class-rules
022606         thru 2980-check-class-rules-exit.
022616     if class-severe-found and not transaction-forced
022626         add 1 to class-reject-count
022636         move "CLS" to reject-reason
022646         move "CLASS RULE" to whatif-reason-text
022656         perform 3890-whatif-reject
022666         go to 3100-whatif-add-exit
022676     end-if.
022686     move transaction-system to endpoint-system.
022696     move transaction-object to endpoint-object.
022776     perform 3801-set-object-probe.
022786     perform 3855-view-store.
022796     move 'P' to view-state(v).
022806     move transaction-center to view-center(v).
022816     add 1 to add-count.
022826     move "WOULD ADD" to whatif-result.
022836     perform 3880-write-whatif-line.
022846 3100-whatif-add-exit.
022856     exit.
022866
022876*----------------------------------------------------------------
022886* 3200-WHATIF-CHANGE mirrors 2200-CHANGE-ORBIT: center on file
022896* (COM and forced excepted), then the object on file. Every
022906* object under the changed one rides along, so the whole
022916* subtree goes on the depth watch list.
022919* The class rules (2980) follow the not-found check, as in
022922* 2200, a severe breach rejected under CLS unless forced.
022926*----------------------------------------------------------------
022936 3200-whatif-change.
022946     if transaction-center not = "COM"
022956     and not transaction-forced
022966         move transaction-system to endpoint-system
022976         move transaction-center to endpoint-object
022986         perform 3800-view-find-object
022996         if not center-found
023006             move "CNF" to reject-reason
023016             move "CENTER NOT ON FILE" to whatif-reason-text
023026             perform 3890-whatif-reject
023036             go to 3200-whatif-change-exit
023046         end-if
023056     end-if.
023057     move transaction-system to endpoint-system.
023058     move transaction-object to endpoint-object.
023059     perform 3800-view-find-object.
023060     if not center-found
023061         move "NOF" to reject-reason
023062         move "NOT FOUND" to whatif-reason-text
023063         perform 3890-whatif-reject
023064         go to 3200-whatif-change-exit
023065     end-if.
023066     perform 2980-check-class-rules
023076         thru 2980-check-class-rules-exit.
023086     if class-severe-found and not transaction-forced
023096         add 1 to class-reject-count
023106         move "CLS" to reject-reason
023116         move "CLASS RULE" to whatif-reason-text
023216         perform 3890-whatif-reject
023226         go to 3200-whatif-change-exit
023236     end-if.
023246     perform 3420-whatif-collect-subtree.
023256     move transaction-system to endpoint-system.
023266     move transaction-object to endpoint-object.
023276     perform 3801-set-object-probe.
023286     perform 3855-view-store.
023296     move 'P' to view-state(v).
023306     move transaction-center to view-center(v).
023316     add 1 to change-count.
023326     move "WOULD CHANGE" to whatif-result.
023336     perform 3880-write-whatif-line.
023346 3200-whatif-change-exit.
023356     exit.
023366
023376*----------------------------------------------------------------
023386* 3300-WHATIF-DELETE mirrors 2300-DELETE-ORBIT: no orphaned
023396* children (forced excepted), then the object on file. A forced
023406* delete strands whatever still orbits the object, so its
023416* subtree goes on the depth watch list.
023426*----------------------------------------------------------------
023436 3300-whatif-delete.
023446     if not transaction-forced
023456         perform 3430-whatif-count-children
023466         if child-count > 0
023476             move "ORF" to reject-reason
023486             move spaces to whatif-reason-text
023496             string "ORPHANS " child-count " CHILDREN"
023506                 delimited by size into whatif-reason-text
023516             end-string
023526             perform 3890-whatif-reject
023536             go to 3300-whatif-delete-exit
023546         end-if
023556     end-if.
023566     move transaction-system to endpoint-system.
023576     move transaction-object to endpoint-object.
023586     perform 3800-view-find-object.
023596     if not center-found
023606         move "NOF" to reject-reason
023616         move "NOT FOUND" to whatif-reason-text
023626         perform 3890-whatif-reject
023636         go to 3300-whatif-delete-exit
023646     end-if.
023656     if transaction-forced
023666         perform 3420-whatif-collect-subtree
023676     end-if.
023686     move transaction-system to endpoint-system.
023696     move transaction-object to endpoint-object.
023706     perform 3801-set-object-probe.
023716     perform 3855-view-store.
023726     move 'G' to view-state(v).
023736     move spaces to view-center(v).
023746     add 1 to delete-count.
023756     move "WOULD DELETE" to whatif-result.
023766     perform 3880-write-whatif-line.
023776 3300-whatif-delete-exit.
023786     exit.
023796
023806*----------------------------------------------------------------
023816* 3400-WHATIF-MOVE mirrors 2400-MOVE-ORBIT: the object on file,
023826* the new center on file (COM and forced excepted), and the new
023836* center outside the subtree being moved (forced or not).
023839* The class rules (2980) are checked before the view is
023842* updated, a severe breach rejected under CLS unless forced.
023846*----------------------------------------------------------------
023856 3400-whatif-move.
023866     move transaction-system to endpoint-system.
023876     move transaction-object to endpoint-object.
023886     perform 3800-view-find-object.
023896     if not center-found
023906         move "NOF" to reject-reason
023916         move "NOT FOUND" to whatif-reason-text
023926         perform 3890-whatif-reject
023936         go to 3400-whatif-move-exit
023946     end-if.
023956     if transaction-center not = "COM"
023966     and not transaction-forced
023976         move transaction-system to endpoint-system
023986         move transaction-center to endpoint-object
023996         perform 3800-view-find-object
024006         if not center-found
024016             move "CNF" to reject-reason
024026             move "CENTER NOT ON FILE" to whatif-reason-text
024036             perform 3890-whatif-reject
024046             go to 3400-whatif-move-exit
024056         end-if
024066     end-if.
024076     perform 3410-whatif-check-cycle.
024086     if cycle-found
024096         move "CYC" to reject-reason
024106         move "CENTER INSIDE SUBTREE" to whatif-reason-text
024116         perform 3890-whatif-reject
024126         go to 3400-whatif-move-exit
024136     end-if.
024146     perform 2980-check-class-rules
024156         thru 2980-check-class-rules-exit.
024166     if class-severe-found and not transaction-forced
024176         add 1 to class-reject-count
024186         move "CLS" to reject-reason
024196         move "CLASS RULE" to whatif-reason-text
024206         perform 3890-whatif-reject
024216         go to 3400-whatif-move-exit
024226     end-if.
024236     perform 3420-whatif-collect-subtree.
024246     move transaction-system to endpoint-system.
024256     move transaction-object to endpoint-object.
024266     perform 3801-set-object-probe.
024276     perform 3855-view-store.
024286     move 'P' to view-state(v).
024296     move transaction-center to view-center(v).
024306     add 1 to move-count.
024316     move spaces to whatif-result.
024326     string "WOULD MOVE, " descendant-count " DESCENDANTS"
024336         delimited by size into whatif-result
024346     end-string.
024356     perform 3880-write-whatif-line.
024366 3400-whatif-move-exit.
024376     exit.
024386
024396*----------------------------------------------------------------
024406* 3410-WHATIF-CHECK-CYCLE is 2410-CHECK-CYCLE walked through the
024416* working view: upward from the proposed new center, setting
024426* cycle-found if the walk passes through the object being
024436* moved.
024446*----------------------------------------------------------------
024456 3410-whatif-check-cycle.
024466     set cycle-found-switch to 'N'.
024476     set subtree-walk-eof-switch to 'N'.
024486     move transaction-center to walk-ptr.
024496     move 0 to walk-hops.
024506     perform until subtree-walk-eof
024516         if walk-ptr = transaction-object
024526             set cycle-found to true
024536             set subtree-walk-eof to true
024546         else
024556             add 1 to walk-hops
024566             if walk-ptr = "COM"
024576             or walk-hops > depth-walk-max
024586                 set subtree-walk-eof to true
024596             else
024606                 move transaction-system to endpoint-system
024616                 move walk-ptr to endpoint-object
024626                 perform 3800-view-find-object
024636                 if center-found
024646                     move view-found-center to walk-ptr
024656                 else
024666                     set subtree-walk-eof to true
024676                 end-if
024686             end-if
024696         end-if
024706     end-perform.
024716
024726*----------------------------------------------------------------
024736* 3420-WHATIF-COLLECT-SUBTREE builds the subtree membership table
024746* for transaction-object the way 2420 does, from the working
024756* view, and puts every member on the depth watch list.
024766*----------------------------------------------------------------
024776 3420-whatif-collect-subtree.
024786     move 1 to subtree-count.
024796     move transaction-object to subtree-object(1).
024806     move 0 to sub-ptr.
024816     perform until sub-ptr = subtree-count
024826         add 1 to sub-ptr
024836         perform 3840-view-collect-children
024846     end-perform.
024856     compute descendant-count = subtree-count - 1.
024866     perform 3860-watch-subtree.
024876
024886*----------------------------------------------------------------
024896* 3430-WHATIF-COUNT-CHILDREN counts the objects that orbit
024906* transaction-object directly in the working view - the orphan
024916* check behind a delete.
024926*----------------------------------------------------------------
024936 3430-whatif-count-children.
024946     move 1 to subtree-count.
024956     move transaction-object to subtree-object(1).
024966     move 1 to sub-ptr.
024976     perform 3840-view-collect-children.
024986     compute child-count = subtree-count - 1.
024996
025006*----------------------------------------------------------------
025016* 3450-WHATIF-MIGRATE mirrors 2460-MIGRATE-SUBTREE: the root on
025026* file, a usable to-system, the new center on file there (COM
025036* and forced excepted) and outside the subtree, and no member
025046* designator already in the to-system. The subtree's members,
025056* attribute records and corridors are then moved in the view.
025066*----------------------------------------------------------------
025076 3450-whatif-migrate.
025086     move transaction-to-system to link-to-system-eff.
025096     move transaction-system to endpoint-system.
025106     move transaction-object to endpoint-object.
025116     perform 3800-view-find-object.
025126     if not center-found
025136         move "NOF" to reject-reason
025146         move "NOT FOUND" to whatif-reason-text
025156         perform 3890-whatif-reject
025166         go to 3450-whatif-migrate-exit
025176     end-if.
025186     if link-to-system-eff = spaces
025196     or link-to-system-eff = transaction-system
025206         move "TSY" to reject-reason
025216         move "BAD TO-SYSTEM" to whatif-reason-text
025226         perform 3890-whatif-reject
025236         go to 3450-whatif-migrate-exit
025246     end-if.
025256     if transaction-center not = "COM"
025266     and not transaction-forced
025276         move link-to-system-eff to endpoint-system
025286         move transaction-center to endpoint-object
025296         perform 3800-view-find-object
025306         if not center-found
025316             move "CNF" to reject-reason
025326             move spaces to whatif-reason-text
025336             string "CENTER NOT ON FILE IN " link-to-system-eff
025346                 delimited by size into whatif-reason-text
025356             end-string
025366             perform 3890-whatif-reject
025376             go to 3450-whatif-migrate-exit
025386         end-if
025396     end-if.
025406     perform 3420-whatif-collect-subtree.
025416     move transaction-center to lookup-object.
025426     perform 2450-find-in-subtree.
025436     if member-found
025446         move "CYC" to reject-reason
025456         move "CENTER INSIDE SUBTREE" to whatif-reason-text
025466         perform 3890-whatif-reject
025476         go to 3450-whatif-migrate-exit
025486     end-if.
025496     perform 3451-whatif-migrate-clash.
025506     if clash-count > 0
025516         move "DUP" to reject-reason
025526         move spaces to whatif-reason-text
025536         string clash-count " ALREADY IN " link-to-system-eff
025546             delimited by size into whatif-reason-text
025556         end-string
025566         perform 3890-whatif-reject
025576         go to 3450-whatif-migrate-exit
025586     end-if.
025596     perform 3453-whatif-collect-corridors.
025606     move 0 to carried-attr-count.
025616     move 0 to repointed-count.
025626     move 0 to dropped-link-count.
025636     move 0 to sub-ptr.
025646     perform until sub-ptr = subtree-count
025656         add 1 to sub-ptr
025666         perform 3452-whatif-migrate-member
025676     end-perform.
025686     move 0 to c.
025696     perform until c = corridor-count
025706         add 1 to c
025716         perform 3454-whatif-repoint-corridor
025726     end-perform.
025736     add 1 to migrate-count.
025746     add subtree-count to migrated-object-count.
025756     move spaces to whatif-result.
025766     string "WOULD MIGRATE TO " link-to-system-eff
025776         delimited by size into whatif-result
025786     end-string.
025796     perform 3880-write-whatif-line.
025806     move spaces to whatif-rpt-line.
025816     string "      " descendant-count " DESCENDANTS, "
025826         carried-attr-count " ATTRIBUTE RECORDS"
025836         delimited by size into whatif-rpt-line
025846     end-string.
025856     write whatif-rpt-line.
025866     move spaces to whatif-rpt-line.
025876     string "      " repointed-count " CORRIDORS TO RE-POINT, "
025886         dropped-link-count " ALREADY ON FILE"
025896         delimited by size into whatif-rpt-line
025906     end-string.
025916     write whatif-rpt-line.
025926 3450-whatif-migrate-exit.
025936     exit.
025946
025956*----------------------------------------------------------------
025966* 3451-WHATIF-MIGRATE-CLASH is 2461-CHECK-MIGRATE-CLASH against
025976* the working view, listing each clashing member on WHATRPT.
025986*----------------------------------------------------------------
025996 3451-whatif-migrate-clash.
026006     move 0 to clash-count.
026016     move 0 to sub-ptr.
026026     perform until sub-ptr = subtree-count
026036         add 1 to sub-ptr
026046         move link-to-system-eff to endpoint-system
026056         move subtree-object(sub-ptr) to endpoint-object
026066         perform 3800-view-find-object
026076         if not center-found
026086             perform 3823-view-find-attr-at
026096         end-if
026106         if center-found
026116             add 1 to clash-count
026126             move spaces to whatif-rpt-line
026136             string "S     " transaction-system "   "
026146                 transaction-object
026156                 "               ALREADY IN "
026166                 link-to-system-eff ": " subtree-object(sub-ptr)
026176                 delimited by size into whatif-rpt-line
026186             end-string
026196             write whatif-rpt-line
026206         end-if
026216     end-perform.
026226
026236*----------------------------------------------------------------
026246* 3452-WHATIF-MIGRATE-MEMBER moves the member at sub-ptr in the
026256* working view: gone from transaction-system, present in the
026266* to-system under the new center (the root) or its own (the
026276* rest), and its attribute record, if any, the same way.
026286*----------------------------------------------------------------
026296 3452-whatif-migrate-member.
026306     move transaction-system to endpoint-system.
026316     move subtree-object(sub-ptr) to endpoint-object.
026326     perform 3800-view-find-object.
026336     if center-found
026346         move view-found-center to migrate-center
026356         perform 3801-set-object-probe
026366         perform 3855-view-store
026376         move 'G' to view-state(v)
026386         move link-to-system-eff to endpoint-system
026396         perform 3801-set-object-probe
026406         perform 3855-view-store
026416         move 'P' to view-state(v)
026426         if sub-ptr = 1
026436             move transaction-center to view-center(v)
026446         else
026456             move migrate-center to view-center(v)
026466         end-if
026476         move transaction-system to endpoint-system
026486         perform 3823-view-find-attr-at
026496         if center-found
026506             perform 3824-set-attr-at-probe
026516             perform 3855-view-store
026526             move 'G' to view-state(v)
026536             move link-to-system-eff to endpoint-system
026546             perform 3824-set-attr-at-probe
026556             perform 3855-view-store
026566             move 'P' to view-state(v)
026576             move view-found-name to view-attr-name(v)
026586             move view-found-class to view-attr-class(v)
026596             move view-found-status to view-attr-status(v)
026606             add 1 to carried-attr-count
026616         end-if
026626     end-if.
026636
026646*----------------------------------------------------------------
026656* 3453-WHATIF-COLLECT-CORRIDORS is 2462-COLLECT-CORRIDORS over the
026666* working view: the corridors on file the batch has not touched,
026676* then every corridor the view holds as present.
026686*----------------------------------------------------------------
026696 3453-whatif-collect-corridors.
026706     move 0 to corridor-count.
026716     if not link-absent
026726         set link-scan-eof-switch to 'N'
026736         move low-values to orbit-link-key
026746         start link-fd key not < orbit-link-key
026756             invalid key
026766                 set link-scan-eof to true
026776         end-start
026786         perform until link-scan-eof
026796             read link-fd next record
026806                 at end
026816                     set link-scan-eof to true
026826                 not at end
026836                     move 'L' to view-probe-kind
026846                     move orbit-link-key to view-probe-key(2:20)
026856                     perform 3850-view-locate
026866                     if not view-located
026876                         perform 2463-take-corridor
026886                     end-if
026896             end-read
026906         end-perform
026916     end-if.
026926     move 0 to view-scan-ptr.
026936     perform until view-scan-ptr = view-count
026946         add 1 to view-scan-ptr
026956         if view-kind(view-scan-ptr) = 'L'
026966         and view-state(view-scan-ptr) = 'P'
026976             move view-key(view-scan-ptr)(2:20) to orbit-link-key
026986             perform 2463-take-corridor
026996         end-if
027006     end-perform.
027016
027026*----------------------------------------------------------------
027036* 3454-WHATIF-REPOINT-CORRIDOR is 2465-REPOINT-CORRIDOR in the
027046* working view: the old corridor gone, the re-pointed one
027056* present unless the view or ORBITLNK already has it.
027066*----------------------------------------------------------------
027076 3454-whatif-repoint-corridor.
027086     move 'L' to view-probe-kind.
027096     move corridor-key(c) to view-probe-key(2:20).
027106     perform 3855-view-store.
027116     move 'G' to view-state(v).
027126     move corridor-key(c) to orbit-link-key.
027136     if corridor-from-moves(c) = 'Y'
027146         move link-to-system-eff to orbit-link-from-system
027156     end-if.
027166     if corridor-to-moves(c) = 'Y'
027176         move link-to-system-eff to orbit-link-to-system
027186     end-if.
027196     move orbit-link-key to view-probe-key(2:20).
027206     set center-found-switch to 'N'.
027216     perform 3850-view-locate.
027226     if view-located
027236         if view-state(v) = 'P'
027246             set center-found to true
027256         end-if
027266     else
027276         if not link-absent
027286             read link-fd
027296                 invalid key
027306                     continue
027316                 not invalid key
027326                     set center-found to true
027336             end-read
027346         end-if
027356     end-if.
027366     if center-found
027376         add 1 to dropped-link-count
027386     else
027396         perform 3855-view-store
027406         move 'P' to view-state(v)
027416         add 1 to repointed-count
027426     end-if.
027436
027446*----------------------------------------------------------------
027456* 3500-WHATIF-ADD-LINK mirrors 2500-ADD-LINK: both endpoints on
027466* file (forced excepted), then no duplicate corridor.
027476*----------------------------------------------------------------
027486 3500-whatif-add-link.
027496     move transaction-to-system to link-to-system-eff.
027506     if link-to-system-eff = spaces
027516         move transaction-system to link-to-system-eff
027526     end-if.
027536     if not transaction-forced
027546         move transaction-system to endpoint-system
027556         move transaction-object to endpoint-object
027566         perform 3800-view-find-object
027576         if not center-found
027586             move "ENF" to reject-reason
027596             move "FROM NOT ON FILE" to whatif-reason-text
027606             perform 3890-whatif-reject
027616             go to 3500-whatif-add-link-exit
027626         end-if
027636         move link-to-system-eff to endpoint-system
027646         move transaction-center to endpoint-object
027656         perform 3800-view-find-object
027666         if not center-found
027676             move "ENF" to reject-reason
027686             move spaces to whatif-reason-text
027696             string "TO NOT ON FILE IN " link-to-system-eff
027706                 delimited by size into whatif-reason-text
027716             end-string
027726             perform 3890-whatif-reject
027736             go to 3500-whatif-add-link-exit
027746         end-if
027756     end-if.
027766     perform 3810-view-find-link.
027776     if center-found
027786         move "DUP" to reject-reason
027796         move "DUPLICATE" to whatif-reason-text
027806         perform 3890-whatif-reject
027816         go to 3500-whatif-add-link-exit
027826     end-if.
027836     perform 3811-set-link-probe.
027846     perform 3855-view-store.
027856     move 'P' to view-state(v).
027866     add 1 to link-count.
027876     move spaces to whatif-result.
027886     string "WOULD LINK TO " link-to-system-eff
027896         delimited by size into whatif-result
027906     end-string.
027916     perform 3880-write-whatif-line.
027926 3500-whatif-add-link-exit.
027936     exit.
027946
027956*----------------------------------------------------------------
027966* 3600-WHATIF-REMOVE-LINK mirrors 2600-REMOVE-LINK: the corridor
027976* must be on file.
027986*----------------------------------------------------------------
027996 3600-whatif-remove-link.
028006     move transaction-to-system to link-to-system-eff.
028016     if link-to-system-eff = spaces
028026         move transaction-system to link-to-system-eff
028036     end-if.
028046     perform 3810-view-find-link.
028056     if not center-found
028066         move "NOF" to reject-reason
028076         move "NOT FOUND" to whatif-reason-text
028086         perform 3890-whatif-reject
028096         go to 3600-whatif-remove-link-exit
028106     end-if.
028116     perform 3811-set-link-probe.
028126     perform 3855-view-store.
028136     move 'G' to view-state(v).
028146     add 1 to unlink-count.
028156     move spaces to whatif-result.
028166     string "WOULD UNLINK FROM " link-to-system-eff
028176         delimited by size into whatif-result
028186     end-string.
028196     perform 3880-write-whatif-line.
028206 3600-whatif-remove-link-exit.
028216     exit.
028226
028236*----------------------------------------------------------------
028246* 3700-WHATIF-ADD-ATTRIBUTE mirrors 2700-ADD-ATTRIBUTE: the
028256* object on the catalog (forced excepted), then no duplicate
028266* attribute record.
028269* The class rules (2980) are checked before the view is
028272* updated, a severe breach rejected under CLS unless forced.
028276*----------------------------------------------------------------
028286 3700-whatif-add-attribute.
028296     if not transaction-forced
028306         move transaction-system to endpoint-system
028316         move transaction-object to endpoint-object
028326         perform 3800-view-find-object
028336         if not center-found
028346             move "ONF" to reject-reason
028356             move "OBJECT NOT ON FILE" to whatif-reason-text
028366             perform 3890-whatif-reject
028376             go to 3700-whatif-add-attribute-exit
028386         end-if
028396     end-if.
028406     perform 2980-check-class-rules
028416         thru 2980-check-class-rules-exit.
028426     if class-severe-found and not transaction-forced
028436         add 1 to class-reject-count
028446         move "CLS" to reject-reason
028456         move "CLASS RULE" to whatif-reason-text
028466         perform 3890-whatif-reject
028476         go to 3700-whatif-add-attribute-exit
028486     end-if.
028496     perform 3820-view-find-attr.
028506     if center-found
028516         move "DUP" to reject-reason
028526         move "DUPLICATE" to whatif-reason-text
028536         perform 3890-whatif-reject
028546         go to 3700-whatif-add-attribute-exit
028556     end-if.
028566     perform 3821-set-attr-probe.
028576     perform 3855-view-store.
028586     move 'P' to view-state(v).
028596     move transaction-attr-name to view-attr-name(v).
028606     move transaction-attr-class to view-attr-class(v).
028616     move transaction-attr-status to view-attr-status(v).
028626     add 1 to attr-new-count.
028636     move "WOULD ADD ATTRIBUTES" to whatif-result.
028646     perform 3880-write-whatif-line.
028656 3700-whatif-add-attribute-exit.
028666     exit.
028676
028686*----------------------------------------------------------------
028696* 3710-WHATIF-REVISE-ATTRIBUTE mirrors 2710-REVISE-ATTRIBUTE:
028706* the attribute record must be on file.
028709* The class rules (2980) are checked before the view is
028712* updated, a severe breach rejected under CLS unless forced.
028716*----------------------------------------------------------------
028726 3710-whatif-revise-attribute.
028736     perform 2980-check-class-rules
028746         thru 2980-check-class-rules-exit.
028756     if class-severe-found and not transaction-forced
028766         add 1 to class-reject-count
028776         move "CLS" to reject-reason
028786         move "CLASS RULE" to whatif-reason-text
028796         perform 3890-whatif-reject
028806         go to 3710-whatif-revise-attribute-exit
028816     end-if.
028826     perform 3820-view-find-attr.
028836     if not center-found
028846         move "NOF" to reject-reason
028856         move "NOT FOUND" to whatif-reason-text
028866         perform 3890-whatif-reject
028876         go to 3710-whatif-revise-attribute-exit
028886     end-if.
028896     perform 3821-set-attr-probe.
028906     perform 3855-view-store.
028916     move 'P' to view-state(v).
028926     move transaction-attr-name to view-attr-name(v).
028936     move transaction-attr-class to view-attr-class(v).
028946     move transaction-attr-status to view-attr-status(v).
028956     add 1 to attr-revise-count.
028966     move "WOULD REVISE ATTRIBUTES" to whatif-result.
028976     perform 3880-write-whatif-line.
028986 3710-whatif-revise-attribute-exit.
028996     exit.
029006
029016*----------------------------------------------------------------
029026* 3720-WHATIF-ERASE-ATTRIBUTE mirrors 2720-ERASE-ATTRIBUTE: the
029036* attribute record must be on file.
029046*----------------------------------------------------------------
029056 3720-whatif-erase-attribute.
029066     perform 3820-view-find-attr.
029076     if not center-found
029086         move "NOF" to reject-reason
029096         move "NOT FOUND" to whatif-reason-text
029106         perform 3890-whatif-reject
029116         go to 3720-whatif-erase-attribute-exit
029126     end-if.
029136     perform 3821-set-attr-probe.
029146     perform 3855-view-store.
029156     move 'G' to view-state(v).
029166     add 1 to attr-erase-count.
029176     move "WOULD ERASE ATTRIBUTES" to whatif-result.
029186     perform 3880-write-whatif-line.
029196 3720-whatif-erase-attribute-exit.
029206     exit.
029216
029226*----------------------------------------------------------------
029236* 3800-VIEW-FIND-OBJECT sets center-found when the object in
029246* endpoint-system/endpoint-object is on the catalog as the
029256* working view has it, leaving its center in view-found-center.
029266* The view's own entry wins; an object the batch has not
029276* touched is read from the master.
029286*----------------------------------------------------------------
029296 3800-view-find-object.
029306     set center-found-switch to 'N'.
029316     move spaces to view-found-center.
029326     perform 3801-set-object-probe.
029336     perform 3850-view-locate.
029346     if view-located
029356         if view-state(v) = 'P'
029366             set center-found to true
029376             move view-center(v) to view-found-center
029386         end-if
029396     else
029406         if not master-absent
029416             move endpoint-system to orbit-master-system
029426             move endpoint-object to orbit-master-object
029436             read master-fd
029446                 invalid key
029456                     continue
029466                 not invalid key
029476                     set center-found to true
029486                     move orbit-master-center to view-found-center
029496             end-read
029506         end-if
029516     end-if.
029526
029536*----------------------------------------------------------------
029546* 3801-SET-OBJECT-PROBE keys the view probe on the catalog object
029556* in endpoint-system/endpoint-object.
029566*----------------------------------------------------------------
029576 3801-set-object-probe.
029586     move 'M' to view-probe-kind.
029596     move endpoint-system to view-probe-system.
029606     move endpoint-object to view-probe-object.
029616     move spaces to view-probe-to-system.
029626     move spaces to view-probe-to-object.
029636
029646*----------------------------------------------------------------
029656* 3810-VIEW-FIND-LINK sets center-found when the transaction's
029666* corridor is on file as the working view has it.
029676*----------------------------------------------------------------
029686 3810-view-find-link.
029696     set center-found-switch to 'N'.
029706     perform 3811-set-link-probe.
029716     perform 3850-view-locate.
029726     if view-located
029736         if view-state(v) = 'P'
029746             set center-found to true
029756         end-if
029766     else
029776         if not link-absent
029786             move transaction-system to orbit-link-from-system
029796             move transaction-object to orbit-link-from-object
029806             move link-to-system-eff to orbit-link-to-system
029816             move transaction-center to orbit-link-to-object
029826             read link-fd
029836                 invalid key
029846                     continue
029856                 not invalid key
029866                     set center-found to true
029876             end-read
029886         end-if
029896     end-if.
029906
029916*----------------------------------------------------------------
029926* 3811-SET-LINK-PROBE keys the view probe on the transaction's
029936* corridor.
029946*----------------------------------------------------------------
029956 3811-set-link-probe.
029966     move 'L' to view-probe-kind.
029976     move transaction-system to view-probe-system.
029986     move transaction-object to view-probe-object.
029996     move link-to-system-eff to view-probe-to-system.
030006     move transaction-center to view-probe-to-object.
030016
030026*----------------------------------------------------------------
030036* 3820-VIEW-FIND-ATTR sets center-found when the transaction's
030046* object has an attribute record as the working view has it.
030056*----------------------------------------------------------------
030066 3820-view-find-attr.
030076     set center-found-switch to 'N'.
030086     perform 3821-set-attr-probe.
030096     perform 3850-view-locate.
030106     if view-located
030116         if view-state(v) = 'P'
030126             set center-found to true
030136         end-if
030146     else
030156         if not attr-absent
030166             move transaction-system to orbit-attr-system
030176             move transaction-object to orbit-attr-object
030186             read attr-master-fd
030196                 invalid key
030206                     continue
030216                 not invalid key
030226                     set center-found to true
030236             end-read
030246         end-if
030256     end-if.
030266
030276*----------------------------------------------------------------
030286* 3821-SET-ATTR-PROBE keys the view probe on the transaction's
030296* attribute record.
030306*----------------------------------------------------------------
030316 3821-set-attr-probe.
030326     move 'T' to view-probe-kind.
030336     move transaction-system to view-probe-system.
030346     move transaction-object to view-probe-object.
030356     move spaces to view-probe-to-system.
030366     move spaces to view-probe-to-object.
030376
030386*----------------------------------------------------------------
030396* 3823-VIEW-FIND-ATTR-AT is 3820-VIEW-FIND-ATTR for the object in
030406* endpoint-system/endpoint-object rather than the transaction's,
030416* leaving the record's name, class and status in view-found-name,
030426* view-found-class and view-found-status.
030436*----------------------------------------------------------------
030446 3823-view-find-attr-at.
030456     set center-found-switch to 'N'.
030466     perform 3824-set-attr-at-probe.
030476     perform 3850-view-locate.
030486     if view-located
030496         if view-state(v) = 'P'
030506             set center-found to true
030516             move view-attr-name(v) to view-found-name
030526             move view-attr-class(v) to view-found-class
030536             move view-attr-status(v) to view-found-status
030546         end-if
030556     else
030566         if not attr-absent
030576             move endpoint-system to orbit-attr-system
030586             move endpoint-object to orbit-attr-object
030596             read attr-master-fd
030606                 invalid key
030616                     continue
030626                 not invalid key
030636                     set center-found to true
030646                     move orbit-attr-name to view-found-name
030656                     move orbit-attr-class to view-found-class
030666                     move orbit-attr-status to view-found-status
030676             end-read
030686         end-if
030696     end-if.
030706
030716*----------------------------------------------------------------
030726* 3824-SET-ATTR-AT-PROBE keys the view probe on the attribute
030736* record of the object in endpoint-system/endpoint-object.
030746*----------------------------------------------------------------
030756 3824-set-attr-at-probe.
030766     move 'T' to view-probe-kind.
030776     move endpoint-system to view-probe-system.
030786     move endpoint-object to view-probe-object.
030796     move spaces to view-probe-to-system.
030806     move spaces to view-probe-to-object.
030816
030826*----------------------------------------------------------------
030836* 3840-VIEW-COLLECT-CHILDREN appends to the subtree table every
030846* object that orbits the member at sub-ptr in the working view:
030856* the children on file that the batch has not touched (off the
030866* cross-reference, or the master when the cross-reference is
030876* not in step), then every view entry now pointing at it.
030886*----------------------------------------------------------------
030896 3840-view-collect-children.
030906     move subtree-object(sub-ptr) to child-parent.
030916     if not master-absent
030926         if xref-rebuild
030936             perform 3842-master-children
030946         else
030956             perform 3841-xref-children
030966         end-if
030976     end-if.
030986     move 0 to view-scan-ptr.
030996     perform until view-scan-ptr = view-count
031006         add 1 to view-scan-ptr
031016         if view-kind(view-scan-ptr) = 'M'
031026         and view-system(view-scan-ptr) = transaction-system
031036         and view-state(view-scan-ptr) = 'P'
031046         and view-center(view-scan-ptr) = child-parent
031056             move view-object(view-scan-ptr) to lookup-object
031066             perform 3848-view-take-child
031076         end-if
031086     end-perform.
031096
031106*----------------------------------------------------------------
031116* 3841-XREF-CHILDREN reads child-parent's children off the
031126* cross-reference, the keyed START 2430 makes.
031136*----------------------------------------------------------------
031146 3841-xref-children.
031156     set child-scan-eof-switch to 'N'.
031166     move transaction-system to orbit-xref-system.
031176     move child-parent to orbit-xref-center.
031186     move low-values to orbit-xref-object.
031196     start xref-fd key not < orbit-xref-key
031206         invalid key
031216             set child-scan-eof to true
031226     end-start.
031236     perform until child-scan-eof
031246         read xref-fd next record
031256             at end
031266                 set child-scan-eof to true
031276             not at end
031286                 if orbit-xref-system not = transaction-system
031296                 or orbit-xref-center not = child-parent
031306                     set child-scan-eof to true
031316                 else
031326                     move orbit-xref-object to lookup-object
031336                     perform 3845-view-confirm-child
031346                 end-if
031356         end-read
031366     end-perform.
031376
031386*----------------------------------------------------------------
031396* 3842-MASTER-CHILDREN finds child-parent's children by reading
031406* the transaction's system on the master front to back - the
031416* scan the cross-reference replaced, kept for a validate-only
031426* run, which cannot rebuild a cross-reference that is not in
031436* step.
031446*----------------------------------------------------------------
031456 3842-master-children.
031466     set child-scan-eof-switch to 'N'.
031476     move transaction-system to orbit-master-system.
031486     move low-values to orbit-master-object.
031496     start master-fd key not < orbit-master-key
031506         invalid key
031516             set child-scan-eof to true
031526     end-start.
031536     perform until child-scan-eof
031546         read master-fd next record
031556             at end
031566                 set child-scan-eof to true
031576             not at end
031586                 if orbit-master-system not = transaction-system
031596                     set child-scan-eof to true
031606                 else
031616                     if orbit-master-center = child-parent
031626                         move orbit-master-object to lookup-object
031636                         perform 3845-view-confirm-child
031646                     end-if
031656                 end-if
031666         end-read
031676     end-perform.
031686
031696*----------------------------------------------------------------
031706* 3845-VIEW-CONFIRM-CHILD takes a child found on file only when
031716* the batch has not touched it - a touched child is in the view
031726* and is taken (or not) from there by 3840.
031736*----------------------------------------------------------------
031746 3845-view-confirm-child.
031756     move 'M' to view-probe-kind.
031766     move transaction-system to view-probe-system.
031776     move lookup-object to view-probe-object.
031786     move spaces to view-probe-to-system.
031796     move spaces to view-probe-to-object.
031806     perform 3850-view-locate.
031816     if not view-located
031826         perform 3848-view-take-child
031836     end-if.
031846
031856*----------------------------------------------------------------
031866* 3848-VIEW-TAKE-CHILD appends lookup-object to the subtree
031876* table unless it is already there, the same guard 2440 keeps.
031886*----------------------------------------------------------------
031896 3848-view-take-child.
031906     perform 2450-find-in-subtree.
031916     if not member-found
031926         if subtree-count = subtree-table-max
031936             display "day6maint: subtree of "
031946                 transaction-object " exceeds the table "
031956                 "limit of " subtree-table-max
031966             display "day6maint: increase subtree-table-max "
031976                 "and recompile before rerunning this job"
031986             stop run
031996         end-if
032006         add 1 to subtree-count
032016         move lookup-object to subtree-object(subtree-count)
032026     end-if.
032036
032046*----------------------------------------------------------------
032056* 3850-VIEW-LOCATE sets view-located, and leaves v on the entry,
032066* when the working view holds an entry for view-probe-key. The
032076* view is built in the order the batch touches it, so this is a
032086* linear scan.
032096*----------------------------------------------------------------
032106 3850-view-locate.
032116     set view-located-switch to 'N'.
032126     move 0 to v.
032136     perform until v = view-count or view-located
032146         add 1 to v
032156         if view-key(v) = view-probe-key
032166             set view-located to true
032176         end-if
032186     end-perform.
032196
032206*----------------------------------------------------------------
032216* 3855-VIEW-STORE leaves v on the view entry for view-probe-key,
032226* opening one the first time the batch touches the key. A new
032236* catalog entry records the state the object starts from on the
032246* master, which the net totals are measured against.
032256*----------------------------------------------------------------
032266 3855-view-store.
032276     perform 3850-view-locate.
032286     if not view-located
032296         if view-count = view-table-max
032306             display "day6maint: validate-only working view "
032316                 "exceeds the table limit of " view-table-max
032326             display "day6maint: increase view-table-max "
032336                 "and recompile before rerunning this job"
032346             stop run
032356         end-if
032366         add 1 to view-count
032376         move view-count to v
032386         move view-probe-key to view-key(v)
032396         move spaces to view-center(v)
032406         move spaces to view-orig-center(v)
032416         move spaces to view-attr-name(v)
032426         move spaces to view-attr-class(v)
032436         move spaces to view-attr-status(v)
032446         move 'G' to view-orig-state(v)
032456         move 'G' to view-state(v)
032466         if view-probe-kind = 'M'
032476         and not master-absent
032486             move view-probe-system to orbit-master-system
032496             move view-probe-object to orbit-master-object
032506             read master-fd
032516                 invalid key
032526                     continue
032536                 not invalid key
032546                     move 'P' to view-orig-state(v)
032556                     move orbit-master-center
032566                         to view-orig-center(v)
032576             end-read
032586         end-if
032596     end-if.
032606
032616*----------------------------------------------------------------
032626* 3860-WATCH-SUBTREE puts every member of the subtree table on
032636* the depth watch list.
032646*----------------------------------------------------------------
032656 3860-watch-subtree.
032666     move 0 to sub-ptr.
032676     perform until sub-ptr = subtree-count
032686         add 1 to sub-ptr
032696         move subtree-object(sub-ptr) to lookup-object
032706         perform 3865-watch-object
032716     end-perform.
032726
032736*----------------------------------------------------------------
032746* 3865-WATCH-OBJECT adds lookup-object in the transaction's
032756* system to the depth watch list unless it is already on it.
032766*----------------------------------------------------------------
032776 3865-watch-object.
032786     set watch-found-switch to 'N'.
032796     move 0 to w.
032806     perform until w = watch-count or watch-found
032816         add 1 to w
032826         if watch-system(w) = transaction-system
032836         and watch-object(w) = lookup-object
032846             set watch-found to true
032856         end-if
032866     end-perform.
032876     if not watch-found
032886         if watch-count = watch-table-max
032896             display "day6maint: depth watch list exceeds the "
032906                 "table limit of " watch-table-max
032916             display "day6maint: increase watch-table-max "
032926                 "and recompile before rerunning this job"
032936             stop run
032946         end-if
032956         add 1 to watch-count
032966         move transaction-system to watch-system(watch-count)
032976         move lookup-object to watch-object(watch-count)
032986     end-if.
032996
033006*----------------------------------------------------------------
033016* 3880-WRITE-WHATIF-LINE writes the current transaction and the
033026* outcome staged in whatif-result to WHATRPT, in MAINTRPT's
033036* columns.
033046*----------------------------------------------------------------
033056 3880-write-whatif-line.
033066     move spaces to whatif-rpt-line.
033076     string transaction-code "     " transaction-system "   "
033086         transaction-object "     " transaction-center "  "
033096         delimited by size
033106         whatif-result delimited by "  "
033116         forced-tag delimited by size
033126         into whatif-rpt-line
033136     end-string.
033146     write whatif-rpt-line.
033156
033166*----------------------------------------------------------------
033176* 3890-WHATIF-REJECT counts a would-be reject and lists it with
033186* the reason code a real run would suspend it under.
033196*----------------------------------------------------------------
033206 3890-whatif-reject.
033216     add 1 to reject-count.
033226     move spaces to forced-tag.
033236     move spaces to whatif-result.
033246     string "REJECT " reject-reason " " whatif-reason-text
033256         delimited by size into whatif-result
033266     end-string.
033276     perform 3880-write-whatif-line.
033286
033296*----------------------------------------------------------------
033306* 3900-FINISH-WHATIF measures the net effect of the batch and
033316* the depth changes against the files (still open input), then
033326* closes them and writes the would-be totals to WHATRPT. No
033336* generation stamp, journal, suspense or pending file is
033346* written - the catalog is exactly as it was.
033356*----------------------------------------------------------------
033366 3900-finish-whatif.
033376     perform 3910-count-net-changes.
033386     if not master-absent
033396         perform 3920-count-depth-changes
033406     end-if.
033416     close transaction-fd.
033426     if not master-absent
033436         close master-fd
033446     end-if.
033456     if not xref-rebuild
033466         close xref-fd
033476     end-if.
033486     if not link-absent
033496         close link-fd
033506     end-if.
033516     if not attr-absent
033526         close attr-master-fd
033536     end-if.
033546     if suspense-in-status = "00" or suspense-in-status = "10"
033556         close suspense-in-fd
033566     end-if.
033576     if pending-in-status = "00" or pending-in-status = "10"
033586         close pending-in-fd
033596     end-if.
033606     if approval-in-status = "00" or approval-in-status = "10"
033616         close approval-in-fd
033626     end-if.
033636
033646     move spaces to whatif-rpt-line.
033656     write whatif-rpt-line.
033666     move spaces to whatif-rpt-line.
033676     string "WOULD ADD: " add-count "  CHANGE: " change-count
033686         delimited by size into whatif-rpt-line
033696     end-string.
033706     write whatif-rpt-line.
033716     move spaces to whatif-rpt-line.
033726     string "WOULD DELETE: " delete-count "  MOVE: " move-count
033736         delimited by size into whatif-rpt-line
033746     end-string.
033756     write whatif-rpt-line.
033766     move spaces to whatif-rpt-line.
033776     string "WOULD MIGRATE: " migrate-count
033786         "  OBJECTS: " migrated-object-count
033796         delimited by size into whatif-rpt-line
033806     end-string.
033816     write whatif-rpt-line.
033826     move spaces to whatif-rpt-line.
033836     string "WOULD LINK: " link-count "  UNLINK: " unlink-count
033846         delimited by size into whatif-rpt-line
033856     end-string.
033866     write whatif-rpt-line.
033876     move spaces to whatif-rpt-line.
033886     string "WOULD ATTR NEW: " attr-new-count
033896         "  REVISE: " attr-revise-count
033906         "  ERASE: " attr-erase-count
033916         delimited by size into whatif-rpt-line
033926     end-string.
033936     write whatif-rpt-line.
033946     move spaces to whatif-rpt-line.
033956     string "CLASS RULE WOULD REJECT: " class-reject-count
033966         "  FORCE: " class-forced-count
033976         "  WARN: " class-warning-count
033986         delimited by size into whatif-rpt-line
033996     end-string.
034006     write whatif-rpt-line.
034016     move spaces to whatif-rpt-line.
034026     string "WOULD REJECT: " reject-count
034031         "  NO SUBMITTER: " unsigned-count
034036         "  WOULD PEND: " pending-out-count
034046         delimited by size into whatif-rpt-line
034056     end-string.
034066     write whatif-rpt-line.
034076     move spaces to whatif-rpt-line.
034086     string "PENDING ITEMS FALLING DUE: " matured-count
034096         delimited by size into whatif-rpt-line
034106     end-string.
034116     write whatif-rpt-line.
034126     move spaces to whatif-rpt-line.
034136     string "WOULD HOLD FOR APPROVAL: " approval-out-count
034146         "  APPROVED: " approval-used-count
034156         delimited by size into whatif-rpt-line
034166     end-string.
034176     write whatif-rpt-line.
034186     move spaces to whatif-rpt-line.
034196     string "NET ADDS: " net-add-count
034206         "  NET DELETES: " net-delete-count
034216         "  NET MOVES: " net-move-count
034226         delimited by size into whatif-rpt-line
034236     end-string.
034246     write whatif-rpt-line.
034256     move spaces to whatif-rpt-line.
034266     string "OBJECTS THAT WOULD CHANGE DEPTH: " depth-change-count
034276         delimited by size into whatif-rpt-line
034286     end-string.
034296     write whatif-rpt-line.
034306     move "VALIDATE ONLY - CATALOG, JOURNAL AND QUEUES UNCHANGED"
034316         to whatif-rpt-line.
034326     write whatif-rpt-line.
034336     close whatif-rpt.
034346
034356     display "day6maint: validate only - would add " add-count
034366         " change " change-count
034376         " delete " delete-count
034386         " move " move-count
034396         " reject " reject-count.
034406
034416*----------------------------------------------------------------
034426* 3910-COUNT-NET-CHANGES compares every catalog entry in the
034436* working view with the state it started from on the master:
034446* on now but not before is a net add, the reverse a net delete,
034456* and on both with a different center a net move. An object
034466* added and deleted again inside the batch nets to nothing.
034476*----------------------------------------------------------------
034486 3910-count-net-changes.
034496     move 0 to v.
034506     perform until v = view-count
034516         add 1 to v
034526         if view-kind(v) = 'M'
034536             evaluate true
034546                 when view-orig-state(v) = 'G'
034556                 and view-state(v) = 'P'
034566                     add 1 to net-add-count
034576                 when view-orig-state(v) = 'P'
034586                 and view-state(v) = 'G'
034596                     add 1 to net-delete-count
034606                 when view-orig-state(v) = 'P'
034616                 and view-state(v) = 'P'
034626                 and view-center(v) not = view-orig-center(v)
034636                     add 1 to net-move-count
034646                 when other
034656                     continue
034666             end-evaluate
034676         end-if
034686     end-perform.
034696
034706*----------------------------------------------------------------
034716* 3920-COUNT-DEPTH-CHANGES walks every object on the depth watch
034726* list up to COM twice - once on the master as it stands, once
034736* through the working view - and counts the ones whose depth
034746* would differ. An object the batch would delete, or one that is
034756* not on the master yet, has no depth to change and is passed
034766* over; one a forced delete would strand counts as changed.
034776*----------------------------------------------------------------
034786 3920-count-depth-changes.
034796     move 0 to w.
034806     perform until w = watch-count
034816         add 1 to w
034826         move watch-system(w) to endpoint-system
034836         move watch-object(w) to endpoint-object
034846         perform 3800-view-find-object
034856         if center-found
034866             perform 3930-master-depth
034876             if master-depth > 0
034886                 perform 3940-view-depth
034896                 if master-depth-resolved-switch
034906                     not = depth-resolved-switch
034916                 or master-depth not = view-depth
034926                     add 1 to depth-change-count
034936                 end-if
034946             end-if
034956         end-if
034966     end-perform.
034976
034986*----------------------------------------------------------------
034996* 3930-MASTER-DEPTH counts the hops from the object in endpoint-
035006* system/endpoint-object up to COM on the master as it stands.
035016* A zero depth means the object is not on the master at all.
035026*----------------------------------------------------------------
035036 3930-master-depth.
035046     set master-depth-resolved-switch to 'N'.
035056     move 0 to master-depth.
035066     set subtree-walk-eof-switch to 'N'.
035076     move endpoint-object to walk-ptr.
035086     perform until subtree-walk-eof
035096         if walk-ptr = "COM"
035106             set master-depth-resolved to true
035116             set subtree-walk-eof to true
035126         else
035136             if master-depth > depth-walk-max
035146                 set subtree-walk-eof to true
035156             else
035166                 move endpoint-system to orbit-master-system
035176                 move walk-ptr to orbit-master-object
035186                 read master-fd
035196                     invalid key
035206                         set subtree-walk-eof to true
035216                     not invalid key
035226                         add 1 to master-depth
035236                         move orbit-master-center to walk-ptr
035246                 end-read
035256             end-if
035266         end-if
035276     end-perform.
035286
035296*----------------------------------------------------------------
035306* 3940-VIEW-DEPTH counts the same hops through the working view.
035316* endpoint-object is walked up the chain as it goes, so 3930 has
035326* to run first.
035336*----------------------------------------------------------------
035346 3940-view-depth.
035356     set depth-resolved-switch to 'N'.
035366     move 0 to view-depth.
035376     set subtree-walk-eof-switch to 'N'.
035386     move endpoint-object to walk-ptr.
035396     perform until subtree-walk-eof
035406         if walk-ptr = "COM"
035416             set depth-resolved to true
035426             set subtree-walk-eof to true
035436         else
035446             if view-depth > depth-walk-max
035456                 set subtree-walk-eof to true
035466             else
035476                 move walk-ptr to endpoint-object
035486                 perform 3800-view-find-object
035496                 if center-found
035506                     add 1 to view-depth
035516                     move view-found-center to walk-ptr
035526                 else
035536                     set subtree-walk-eof to true
035546                 end-if
035556             end-if
035566         end-if
035576     end-perform.
035586
035596*----------------------------------------------------------------
035606* 9000-FINISH closes the files and writes the run's control
035616* totals to MAINTRPT, matching the audit-trail convention the
035626* shop expects from a maintenance run.
035636*----------------------------------------------------------------
035646 9000-finish.
035656     close transaction-fd.
035666     close master-fd.
035676     close xref-fd.
035686     close link-fd.
035696     close attr-master-fd.
035706     close journal-fd.
035716     if suspense-in-status = "00" or suspense-in-status = "10"
035726         close suspense-in-fd
035736     end-if.
035746     close suspense-out-fd.
035756     if pending-in-status = "00" or pending-in-status = "10"
035766         close pending-in-fd
035776     end-if.
035786     close pending-out-fd.
035796     if approval-in-status = "00" or approval-in-status = "10"
035806         close approval-in-fd
035816     end-if.
035826     close approval-out-fd.
035836
035846     if add-count + change-count + delete-count + move-count
035856         + migrate-count
035866         + link-count + unlink-count
035876         + attr-new-count + attr-revise-count
035886         + attr-erase-count > 0
035896         add 1 to master-generation
035906         perform 9050-write-master-generation
035916         perform 9060-write-xref-generation
035926     end-if.
035936     perform 9080-clear-checkpoint.
035946
035956     perform 9070-release-run-lock.
035966
035976     move spaces to maint-rpt-line.
035986     string "ADDED: " add-count "  CHANGED: " change-count
035996         delimited by size into maint-rpt-line
036006     end-string.
036016     write maint-rpt-line.
036026     move spaces to maint-rpt-line.
036036     string "DELETED: " delete-count "  REJECTED: " reject-count
036046         delimited by size into maint-rpt-line
036056     end-string.
036066     write maint-rpt-line.
036076     move spaces to maint-rpt-line.
036086     string "MOVED: " move-count
036096         delimited by size into maint-rpt-line
036106     end-string.
036116     write maint-rpt-line.
036126     move spaces to maint-rpt-line.
036136     string "MIGRATED: " migrate-count
036146         "  OBJECTS MIGRATED: " migrated-object-count
036156         delimited by size into maint-rpt-line
036166     end-string.
036176     write maint-rpt-line.
036186     move spaces to maint-rpt-line.
036196     string "LINKED: " link-count "  UNLINKED: " unlink-count
036206         delimited by size into maint-rpt-line
036216     end-string.
036226     write maint-rpt-line.
036236     move spaces to maint-rpt-line.
036246     string "ATTR NEW: " attr-new-count
036256         "  REVISED: " attr-revise-count
036266         "  ERASED: " attr-erase-count
036276         delimited by size into maint-rpt-line
036286     end-string.
036296     write maint-rpt-line.
036306     move spaces to maint-rpt-line.
036316     string "CLASS RULE REJECTED: " class-reject-count
036326         "  FORCED: " class-forced-count
036336         "  WARNINGS: " class-warning-count
036346         delimited by size into maint-rpt-line
036356     end-string.
036366     write maint-rpt-line.
036376     move spaces to maint-rpt-line.
036386     string "IN SUSPENSE: " suspense-out-count
036391         "  NO SUBMITTER: " unsigned-count
036396         delimited by size into maint-rpt-line
036406     end-string.
036416     write maint-rpt-line.
036426     move spaces to maint-rpt-line.
036436     string "PENDING: " pending-out-count
036446         "  MATURED THIS RUN: " matured-count
036456         delimited by size into maint-rpt-line
036466     end-string.
036476     write maint-rpt-line.
036486     move spaces to maint-rpt-line.
036496     string "HELD FOR APPROVAL: " approval-out-count
036506         "  APPROVED THIS RUN: " approval-used-count
036516         delimited by size into maint-rpt-line
036526     end-string.
036536     write maint-rpt-line.
036546     if restart-run
036556         move spaces to maint-rpt-line
036566         string "RESTART - STREAM RECORDS ALREADY APPLIED "
036576             "BEFORE THE BREAK: " restart-skip-count
036586             delimited by size into maint-rpt-line
036596         end-string
036606         write maint-rpt-line
036616     end-if.
036626     close maint-rpt.
036636
036646     move spaces to suspense-rpt-line.
036656     string "ITEMS IN SUSPENSE: " suspense-out-count
036666         delimited by size into suspense-rpt-line
036676     end-string.
036686     write suspense-rpt-line.
036696     move spaces to suspense-rpt-line.
036706     string "ITEMS PAST " suspense-age-limit " RUNS: "
036716         suspense-aged-count
036726         delimited by size into suspense-rpt-line
036736     end-string.
036746     write suspense-rpt-line.
036756     close suspense-rpt.
036766
036776     move spaces to pending-rpt-line.
036786     string "ITEMS PENDING: " pending-out-count
036796         "  MATURED THIS RUN: " matured-count
036806         delimited by size into pending-rpt-line
036816     end-string.
036826     write pending-rpt-line.
036836     close pending-rpt.
036846
036856*    An approval card that matched nothing held is listed, so a
036866*    mistyped approval does not go unnoticed.
036876     move 0 to a.
036886     perform until a = approval-card-count
036896         add 1 to a
036906         if card-state(a) = 'O'
036916             add 1 to approval-unused-count
036926             move spaces to approval-rpt-line
036936             string card-transaction(a)(1:36) "  "
036946                 card-approver(a) "  APPROVAL MATCHED NOTHING"
036956                 delimited by size into approval-rpt-line
036966             end-string
036976             write approval-rpt-line
036986         end-if
036996     end-perform.
037006     move spaces to approval-rpt-line.
037016     string "ITEMS HELD FOR APPROVAL: " approval-out-count
037026         "  APPROVED THIS RUN: " approval-used-count
037036         delimited by size into approval-rpt-line
037046     end-string.
037056     write approval-rpt-line.
037066     move spaces to approval-rpt-line.
037076     string "ITEMS PAST " approval-age-limit " RUNS: "
037086         approval-aged-count
037096         "  SELF-APPROVALS REFUSED: " approval-self-count
037106         delimited by size into approval-rpt-line
037116     end-string.
037126     write approval-rpt-line.
037136     move spaces to approval-rpt-line.
037146     string "APPROVALS MATCHING NOTHING: " approval-unused-count
037156         delimited by size into approval-rpt-line
037166     end-string.
037176     write approval-rpt-line.
037186     close approval-rpt.
037196
037206     display "day6maint: added "     add-count
037216         " changed "  change-count
037226         " deleted "  delete-count
037236         " moved "    move-count
037246         " rejected " reject-count.
037256
037266*----------------------------------------------------------------
037276* 9050-WRITE-MASTER-GENERATION stamps MSTGEN with the new
037286* generation number so the next day6 load can detect that this
037296* run changed ORBITMST.
037306*----------------------------------------------------------------
037316 9050-write-master-generation.
037326     open output master-gen-fd.
037336     move master-generation to master-gen-count.
037346     write master-gen-record.
037356     close master-gen-fd.
037366
037376*----------------------------------------------------------------
037386* 9060-WRITE-XREF-GENERATION stamps XRFGEN with the generation
037396* ORBITXRF is now in step with - the same number 9050 puts on
037406* MSTGEN when the two move together at end of run, or the
037416* generation a rebuild was taken at. The readers' drift check
037426* trusts the cross-reference only while the two stamps match.
037436*----------------------------------------------------------------
037446 9060-write-xref-generation.
037456     open output xref-gen-fd.
037466     move master-generation to xref-gen-count.
037476     write xref-gen-record.
037486     close xref-gen-fd.
037496
037506*----------------------------------------------------------------
037516* 9070-RELEASE-RUN-LOCK gives the catalog back and stamps the
037526* release on MAINTRPT, closing the claim/release pair the
037536* audit trail reads. The pre-work open refusals perform it
037546* too, ahead of their stop runs - a refusal must not strand
037556* the claim for the next run's OVERRIDE card.
037566*----------------------------------------------------------------
037576 9070-release-run-lock.
037586     move "**" to orbit-lock-system.
037596     delete lock-fd
037606         invalid key
037616             display "day6maint: run lock was already gone at "
037626                 "release"
037636     end-delete.
037646     close lock-fd.
037656     accept lock-stamp-date from date yyyymmdd.
037666     accept lock-stamp-time from time.
037676     move spaces to maint-rpt-line.
037686     string "CATALOG LOCK RELEASED " lock-stamp-date
037696         " " lock-stamp-time
037706         delimited by size into maint-rpt-line
037716     end-string.
037726     write maint-rpt-line.
037736
037746*----------------------------------------------------------------
037756* 9080-CLEAR-CHECKPOINT empties MAINTCKP once the generation
037766* stamps are written, so the next run starts afresh. It runs
037776* after the stamps on purpose: a break between the two leaves a
037786* checkpoint whose generation no longer matches MSTGEN, which
037796* 1315 refuses rather than applying the stream a second time.
037806*----------------------------------------------------------------
037816 9080-clear-checkpoint.
037826     open output checkpoint-fd.
037836     close checkpoint-fd.
037846
037856 end program day6maint.
