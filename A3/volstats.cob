      *                its department-overflow path GO TOs the exit,
      *                and without THRU that jump skips the
      *                perform's return point
      *2026-10-15  AH  widen the line buffers for the key-id
      *                columns the writer now stamps
      *2026-10-15  AH  widen the audit-line buffer for the chain
      *                column the writer now stamps

       identification division.
       program-id. volstats.
       data division.
       file section.
       fd audit-file.
       01 audit-rec pic x(177).
       fd except-file.
       01 except-rec pic x(5000).
       fd stat-file.
