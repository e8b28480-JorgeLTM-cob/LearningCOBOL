       IDENTIFICATION DIVISION.
          PROGRAM-ID. AUDHASH.
          AUTHOR. Brownies.
          DATE-WRITTEN. December 4th, 2021.
      * Modification History
      *   2021-12-04 Brownies - new subprogram, in the GETSUM mold:
      *              the one place the audit-chain check value is
      *              worked out, so the writer (AUDCHAIN) and the
      *              verifier (audvfy) cannot drift apart.  Pass the
      *              chained part of an audit entry (AuditChained,
      *              the 44-byte entry plus its sequence number) and
      *              the previous entry's check value; LCheck comes
      *              back as every byte of the entry folded into the
      *              previous value, modulo a prime below a billion,
      *              so it fits AuditCheck.
       DATA DIVISION.
          WORKING-STORAGE SECTION.
             01 WSHash PIC 9(18).
             01 WSPos  PIC 9(2).
          LINKAGE SECTION.
             01 LChained   PIC X(53).
             01 LPrevCheck PIC 9(9).
             01 LCheck     PIC 9(9).
       PROCEDURE DIVISION USING LChained, LPrevCheck, LCheck.
          MOVE LPrevCheck TO WSHash
          PERFORM VARYING WSPos FROM 1 BY 1 UNTIL WSPos > 53
             COMPUTE WSHash = FUNCTION MOD(WSHash * 257
                + FUNCTION ORD(LChained(WSPos:1)), 999999937)
          END-PERFORM
          MOVE WSHash TO LCheck.
       EXIT PROGRAM.
