000270*                      replay on the newest snapshot in the
000280*                      library and rolls the journal forward
000290*                      from its generation
000291*   2026-10-15  init   journal mode replays day6maint's new S
000292*                      record - a subtree member migrated into
000293*                      another star system - as the delete of
000294*                      its before image and the add of its
000295*                      after image
000300*----------------------------------------------------------------
000310
000320 environment division.
004380                     rewrite replay-record
004390                     add 1 to replay-applied-count
004400             end-read
004401         when 'S'
004402*            A migrated member leaves its old system and is
004403*            written again under its after image.
004404             move orbit-journal-before-system to replay-system
004405             move orbit-journal-before-object to replay-object
004406             delete replay-fd
004407                 invalid key
004408                     perform 2200-note-replay-drift
004409                 not invalid key
004410                     move orbit-journal-after-system
004411                         to replay-system
004412                     move orbit-journal-after-object
004413                         to replay-object
004414                     move orbit-journal-after-center
004415                         to replay-center
004416                     write replay-record
004417                         invalid key
004418                             perform 2200-note-replay-drift
004419                         not invalid key
004420                             add 1 to replay-applied-count
004421                     end-write
004422             end-delete
004423         when other
004424*            Link and attribute maintenance journal under their
004430*            own codes and never touch the catalog itself.
004440             continue
004450     end-evaluate.
