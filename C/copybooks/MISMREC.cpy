*> buckets, clears items whose latest record matched, and rewrites
*> each still-failing item as one compacted record whose MH-STREAK
*> carries the accumulated consecutive-nights count (ADDNUM always
*> writes MH-STREAK zero). ITEMMTCH appends one record per book
*> source, category and currency under operation code X (two-sided
*> match): flag N when any item under the key went unmatched or
*> broke tolerance against the counterparty system, MH-RESULT the
*> book side's NUM1 total and MH-DIFF the net NUM1 difference, book
*> minus counterparty, each held at +/-9999999.99 when the total
*> is larger (ITEMMTCH lists such a key). Before compacting,
*> MISMAGE also copies every record written since the last
*> compaction (MH-STREAK zero) to a new generation of the nightly
*> results archive, in this same layout, so the night-by-night
*> results stay available to the analysis jobs after the live file
*> has been compacted. COPY this under the FD of any program
*> touching the history file or the archive.
01 MISMATCH-RECORD.
   05 MH-PAIR-KEY.
      10 MH-SOURCE         PIC X(3).
