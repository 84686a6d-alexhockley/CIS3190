      *Alex Hockley, March 23 2016, CIS3190 Assignment 3
      *COBOL Cypher
      *AUDHELD is the shared layout for the audit lines auditlog.cob is
      *holding in a run's session and has not yet appended to the
      *trail - the count, then the lines themselves exactly as they
      *will be written, less the chain column the append adds. A
      *batch run asks for them (session request HELD) before it
      *checkpoints its position and keeps them in the checkpoint; a
      *resumed run hands them back (RESTR) so nothing the interrupted
      *run had audited is missing from the trail.
      *
      *Usage (01-level working-storage or linkage item):
      *    COPY AUDHELD REPLACING ==:LEVEL:== BY ==01==
      *                           ==:HELD-FIELD:== BY ==ws-aud-held==.
      *
      *The line count and width must stay the same as auditlog.cob's
      *own session buffer.
      *
      *Modification history:
      *2026-10-15  AH  original version
       :LEVEL: :HELD-FIELD:.
           05 :HELD-FIELD:-count PIC 9(3).
           05 :HELD-FIELD:-line  PIC X(156) OCCURS 500.
