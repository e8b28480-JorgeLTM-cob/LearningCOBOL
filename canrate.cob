       IDENTIFICATION DIVISION.
          PROGRAM-ID. CANRATE.
          AUTHOR. Brownies.
          DATE-WRITTEN. November 2nd, 2021.
      * Modification History
      *   2021-11-02 Brownies - new subprogram, in the ZIPCHK mold:
      *              the Canadian sales tax in force for a province
      *              on a day, so every invoicing program taxes a
      *              Canadian customer the same way.  Pass the
      *              province code and the invoice date; back come
      *              the federal component's name (GST or HST) and
      *              rate and the provincial component's name (PST,
      *              QST or blank) and rate off cantax.txt (CANTAX),
      *              the prior rates when the change on file is not
      *              yet in force.  LStatus:
      *                0 - rates found
      *                1 - province not on file - GST at 5% alone
      *                    is returned so the invoice is not left
      *                    untaxed; the caller says so
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL CanTaxFile ASSIGN TO "cantax.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CTProv.
       DATA DIVISION.
          FILE SECTION.
             FD CanTaxFile.
                COPY CANTAX.
          LINKAGE SECTION.
             01 LProv     PIC X(2).
             01 LAsOf     PIC 9(8).
             01 LFedType  PIC X(3).
             01 LFedRate  PIC V9(5).
             01 LProvType PIC X(3).
             01 LProvRate PIC V9(5).
             01 LStatus   PIC X(1).
       PROCEDURE DIVISION USING LProv, LAsOf, LFedType, LFedRate,
             LProvType, LProvRate, LStatus.
          MainPara.
             MOVE '0' TO LStatus
             MOVE "GST" TO LFedType
             MOVE .05 TO LFedRate
             MOVE SPACE TO LProvType
             MOVE ZERO TO LProvRate
             OPEN INPUT CanTaxFile
             MOVE FUNCTION UPPER-CASE(LProv) TO CTProv
             READ CanTaxFile
                INVALID KEY MOVE '1' TO LStatus
                NOT INVALID KEY
                   MOVE CTFedType TO LFedType
                   MOVE CTProvType TO LProvType
                   IF CTEffDate > LAsOf
                      MOVE CTPriorFed TO LFedRate
                      MOVE CTPriorProv TO LProvRate
                   ELSE
                      MOVE CTFedRate TO LFedRate
                      MOVE CTProvRate TO LProvRate
                   END-IF
                   IF LProvRate = ZERO
                      MOVE SPACE TO LProvType
                   END-IF
             END-READ
             CLOSE CanTaxFile
          EXIT PROGRAM.
