      * AUDREC - the audit-trail record (audit.txt and the audcut
      * archives audarch_YYYYMM.txt), pulled into a copybook the way
      * CUSTREC was: twenty-two programs were each declaring their
      * own copy of this layout.  The first 44 bytes are the entry
      * as it has always been written; entries written before the
      * chain fields were added read with them blank.
      *   2021-12-04 Brownies - first cut, adding the tamper chain.
      *              AuditSeq numbers every entry from 1 with no
      *              gaps across the live file and its archives;
      *              AuditCheck is the AUDHASH value of AuditChained
      *              (the entry and its sequence) folded into the
      *              previous entry's check value, so an edited,
      *              inserted or removed line breaks the chain.
      *              Writers never set either field themselves:
      *              they CALL "AUDCHAIN" USING AuditRecord right
      *              before the WRITE, and audvfy walks the chain.
                01 AuditRecord.
                   02 AuditChained.
                      03 AuditAction    PIC X(10).
                      03 AuditIDNum     PIC 9(5).
                      03 AuditTimeStamp PIC X(21).
                      03 AuditOperID    PIC X(8).
                      03 AuditSeq       PIC 9(9).
                   02 AuditCheck     PIC 9(9).
