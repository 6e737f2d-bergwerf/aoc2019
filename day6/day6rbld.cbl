000490*                      LOCKOVR breaks a lock left by an
000500*                      abend, and the claim and release go
000510*                      on RBLDRPT
000511*   2026-10-15  init   day6maint's S transaction migrates a
000512*                      subtree into another star system and
000513*                      journals one S record per member, its
000514*                      old master image before and its new one
000515*                      after; the forward roll re-keys the
000516*                      member from the one to the other and
000517*                      the backout re-keys it back
000520*----------------------------------------------------------------
000530
000540 environment division.
006010* the snapshot generation and the target, oldest first - the
006020* order day6maint wrote them - against ORBITBLD: an add is
006030* written, a change or move rewritten to its after image, a
006040* delete deleted, a migration re-keyed from its before image
006046* to its after image; codes that never touch the master are
006052* passed over. A record that finds the rebuild in an
006060* unexpected state is reported, same as the backout path's
006065* drift check.
006070*----------------------------------------------------------------
006080 3500-roll-journal-forward.
006090     open i-o rebuilt-fd.
006750                     rewrite rebuilt-record
006760                     add 1 to forward-applied-count
006770             end-read
006771         when 'S'
006772*            A migrated member leaves its old system and is
006773*            written again under its after image - a delete and
006774*            an add under the one journal record.
006775             move orbit-journal-before-system to rebuilt-system
006776             move orbit-journal-before-object to rebuilt-object
006777             delete rebuilt-fd
006778                 invalid key
006779                     perform 3600-report-forward-drift
006780                 not invalid key
006781                     move orbit-journal-after-system
006782                         to rebuilt-system
006783                     move orbit-journal-after-object
006784                         to rebuilt-object
006785                     move orbit-journal-after-center
006786                         to rebuilt-center
006787                     write rebuilt-record
006788                         invalid key
006789                             perform 3600-report-forward-drift
006790                         not invalid key
006791                             add 1 to forward-applied-count
006792                     end-write
006793             end-delete
006794         when other
006795*            Link and attribute maintenance journal under their
006800*            own codes and never touch the catalog itself.
006810             continue
006820     end-evaluate.
007910* 4000-BACK-OUT-JOURNAL unwinds the kept journal entries newest
007920* first against ORBITBLD: an add is deleted again, a change is
007930* put back to its before image, a delete is written back from
007940* its before image, a migration re-keyed from its after image
007945* back to its before image. A backout that finds the copy in an
007950* unexpected state (an add to delete that is not there, a
007960* change with no record to put back) is reported rather than
007970* silently skipped - it means the journal and the live master
008420                         rewrite rebuilt-record
008430                         add 1 to backout-count
008440                 end-read
008441             when 'S'
008442*                A migrated member is taken out of the system it
008443*                was migrated into and written back where it was.
008444                 move jrn-after-system(k) to rebuilt-system
008445                 move jrn-after-object(k) to rebuilt-object
008446                 delete rebuilt-fd
008447                     invalid key
008448                         perform 4100-report-drift
008449                     not invalid key
008450                         move jrn-before-system(k)
008451                             to rebuilt-system
008452                         move jrn-before-object(k)
008453                             to rebuilt-object
008454                         move jrn-before-center(k)
008455                             to rebuilt-center
008456                         write rebuilt-record
008457                             invalid key
008458                                 perform 4100-report-drift
008459                             not invalid key
008460                                 add 1 to backout-count
008461                         end-write
008462                 end-delete
008463             when other
008464*                A code that never touched ORBITMST (transfer-
008470*                link maintenance journals under L and X, and
008480*                its images carry corridor endpoints, not master
008490*                records) has nothing to unwind here.
