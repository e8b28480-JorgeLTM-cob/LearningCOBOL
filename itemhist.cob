       IDENTIFICATION DIVISION.
          PROGRAM-ID.   itemhist.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 27th, 2021.
      * Modification History
      *   2021-10-27 Brownies - new program: rebuilds the item sales
      *              history (itemhist.txt, ITEMHIST) - units,
      *              revenue and invoice count by item and month -
      *              from the saleline.txt journal every invoicing
      *              program writes its item lines to (the
      *              roundtrans.txt log line carries only the
      *              invoice).  Void reversals and returns are on
      *              the journal negated, so they net in the month
      *              they were taken; a voided invoice also comes
      *              off the month's invoice count.  Rebuilt whole
      *              each night, so a rerun cannot count a day
      *              twice.  Start and end go to the common job log.
      *              Runs in the nightly chain.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL SaleLineFile ASSIGN TO "saleline.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT ItemHistFile ASSIGN TO "itemhist.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IHKey.
             SELECT SortWork ASSIGN TO "itemhswk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD SaleLineFile.
                COPY SALELINE.
             FD ItemHistFile.
                COPY ITEMHIST.
             SD SortWork.
                01 SortWorkRec.
                   02 SWItemCode PIC X(8).
                   02 SWMonth    PIC 9(6).
                   02 SWInvNum   PIC 9(7).
                   02 SWDate     PIC 9(8).
                   02 SWQty      PIC S9(5).
                   02 SWSales    PIC S9(7)V99.
                   02 SWVoid     PIC X(1).
          WORKING-STORAGE SECTION.
             01 SaleEOF     PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 FirstRec    PIC X VALUE 'Y'.
             01 PrevItem    PIC X(8).
             01 PrevMonth   PIC 9(6).
             01 PrevInv     PIC 9(7).
             01 InvSold     PIC X.
             01 InvVoided   PIC X.
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 HistCount   PIC 9(7) VALUE ZERO.
             01 JLProgName PIC X(12) VALUE "itemhist".
             01 JLPhase    PIC X(5).
             01 JLReadCt   PIC 9(7).
             01 JLWriteCt  PIC 9(7).
             01 JLRejCt    PIC 9(7).
             01 JLFinal    PIC X(8).
       PROCEDURE DIVISION.
          StartPara.
             MOVE "START" TO JLPhase
             MOVE ZERO TO JLReadCt
             MOVE ZERO TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE SPACE TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
             SORT SortWork ON ASCENDING KEY SWItemCode, SWMonth,
                SWInvNum
                INPUT PROCEDURE IS ReleaseSaleLines
                OUTPUT PROCEDURE IS BuildHistory
             DISPLAY "Journal lines read      : " ReadCount
             DISPLAY "Item-months on history  : " HistCount
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE HistCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          ReleaseSaleLines.
             OPEN INPUT SaleLineFile
             PERFORM UNTIL SaleEOF = 'Y'
                READ SaleLineFile
                   AT END MOVE 'Y' TO SaleEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      IF SLItemCode NOT = SPACE
                         MOVE SLItemCode TO SWItemCode
                         MOVE SLDate(1:6) TO SWMonth
                         MOVE SLInvNum TO SWInvNum
                         MOVE SLDate TO SWDate
                         MOVE SLQty TO SWQty
                         MOVE SLSales TO SWSales
                         MOVE SLVoid TO SWVoid
                         RELEASE SortWorkRec
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SaleLineFile.

          BuildHistory.
      * lines arrive by item, month and invoice; an item-month is
      * written when the item or month changes, and each invoice
      * within it counts once - up for a sale, down for a void
             OPEN OUTPUT ItemHistFile
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      PERFORM TakeSortLine
                END-RETURN
             END-PERFORM
             IF FirstRec = 'N'
                PERFORM CloseInvoice
                PERFORM WriteItemMonth
             END-IF
             CLOSE ItemHistFile.

          TakeSortLine.
             IF FirstRec = 'Y'
                PERFORM StartItemMonth
                MOVE 'N' TO FirstRec
             ELSE
                IF SWItemCode NOT = PrevItem OR SWMonth NOT = PrevMonth
                   PERFORM CloseInvoice
                   PERFORM WriteItemMonth
                   PERFORM StartItemMonth
                ELSE
                   IF SWInvNum NOT = PrevInv
                      PERFORM CloseInvoice
                      PERFORM StartInvoice
                   END-IF
                END-IF
             END-IF
             ADD SWQty TO IHUnits
             ADD SWSales TO IHRevenue
             EVALUATE SWVoid
                WHEN 'Y'
                   MOVE 'Y' TO InvVoided
                WHEN 'R'
                   CONTINUE
                WHEN OTHER
                   MOVE 'Y' TO InvSold
                   IF SWDate > IHLastSale
                      MOVE SWDate TO IHLastSale
                   END-IF
             END-EVALUATE.

          StartItemMonth.
             MOVE SWItemCode TO PrevItem
             MOVE SWMonth TO PrevMonth
             MOVE SWItemCode TO IHItemCode
             MOVE SWMonth TO IHMonth
             MOVE ZERO TO IHUnits
             MOVE ZERO TO IHRevenue
             MOVE ZERO TO IHInvCount
             MOVE ZERO TO IHLastSale
             PERFORM StartInvoice.

          StartInvoice.
             MOVE SWInvNum TO PrevInv
             MOVE 'N' TO InvSold
             MOVE 'N' TO InvVoided.

          CloseInvoice.
             IF InvSold = 'Y'
                ADD 1 TO IHInvCount
             END-IF
             IF InvVoided = 'Y'
                SUBTRACT 1 FROM IHInvCount
             END-IF.

          WriteItemMonth.
             WRITE ItemHistData
                INVALID KEY
                   DISPLAY "History not written for " IHItemCode
                      " " IHMonth
                NOT INVALID KEY
                   ADD 1 TO HistCount
             END-WRITE.
