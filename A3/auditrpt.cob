      *                section, separate from routine traffic -
      *                every investigative disclosure in the range,
      *                with its date, department and message id
      *2026-10-15  AH  widen the line buffers for the key-id
      *                columns the writer now stamps
      *2026-10-15  AH  widen the audit-line buffer for the chain
      *                column the writer now stamps

       identification division.
       program-id. auditrpt.
       data division.
       file section.
       fd audit-file.
       01 audit-rec pic x(177).
       fd report-file.
       01 report-rec pic x(100).

