000250*                      trim, with the claim and release on
000260*                      ARCHRPT, so a baseline can never be
000270*                      cut while maintenance is applying
000271*   2026-10-15  init   journal lines widened to 78 bytes for the
000272*                      submitter and approver IDs now closing
000273*                      every orbjrn.cpy record; archive records
000274*                      written before the widening read back
000275*                      space-padded
000276*   2026-10-15  init   journal lines widened again, to 122
000277*                      bytes, for the attribute before and after
000278*                      images the N, R and E records now carry
000280*----------------------------------------------------------------
000290
000300 environment division.
000910*        appended behind the records archived by earlier trims
000920*        so the full history is never lost - only moved. The
000930*        record is the journal record verbatim (orbjrn.cpy is
000940*        122 bytes; the COPY itself can only appear once per
000950*        program).
000960 01 journal-archive-line  pic X(122).
000970
000980 fd journal-new-fd.
000990*        The surviving journal - every record newer than the
001000*        snapshot generation - in the same verbatim layout.
001010 01 journal-new-line  pic X(122).
001020
001030 fd archive-rpt.
001040 01 archive-rpt-line  pic X(72).
