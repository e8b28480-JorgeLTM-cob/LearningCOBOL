       IDENTIFICATION DIVISION.
          PROGRAM-ID.   qtexpire.
          AUTHOR.      Brownies.
          DATE-WRITTEN October 29th, 2021.
      * Modification History
      *   2021-10-29 Brownies - new program: quote housekeeping.  A
      *              quote still open (neither converted nor already
      *              marked lost) whose last day (QRExpDate) is
      *              behind today is marked lost with an X record on
      *              quotes.txt (QUOTEREC), reason E, so round's
      *              ConvertQuote refuses it and qtpipe counts it
      *              among the quotes lost.  Quotes written before
      *              quotes carried a last day are left alone.
      *              Start and end go to the common job log.  Runs
      *              in the nightly chain.
       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPTIONAL QuoteFile ASSIGN TO "quotes.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
             SELECT SortWork ASSIGN TO "qtexpwk.tmp".
       DATA DIVISION.
          FILE SECTION.
             FD QuoteFile.
                COPY QUOTEREC.
             SD SortWork.
                01 SortWorkRec.
                   02 SWQuoteNum PIC 9(7).
                   02 SWType     PIC X(1).
                   02 SWExpDate  PIC X(8).
          WORKING-STORAGE SECTION.
             01 QuoteEOF    PIC X VALUE 'N'.
             01 SortEOF     PIC X VALUE 'N'.
             01 FirstRec    PIC X VALUE 'Y'.
             01 RunDate     PIC 9(8).
             01 PrevQuote   PIC 9(7).
             01 QuoteHead   PIC X.
             01 QuoteClosed PIC X.
             01 QuoteExpDate PIC X(8).
             01 ReadCount   PIC 9(7) VALUE ZERO.
             01 OpenCount   PIC 9(7) VALUE ZERO.
             01 LostCount   PIC 9(7) VALUE ZERO.
             01 JLProgName PIC X(12) VALUE "qtexpire".
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
             MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate
             SORT SortWork ON ASCENDING KEY SWQuoteNum
                INPUT PROCEDURE IS ReleaseQuotes
                OUTPUT PROCEDURE IS MarkLapsedQuotes
             DISPLAY "Quote records read      : " ReadCount
             DISPLAY "Quotes still open       : " OpenCount
             DISPLAY "Quotes marked lost      : " LostCount
             MOVE "END" TO JLPhase
             MOVE ReadCount TO JLReadCt
             MOVE LostCount TO JLWriteCt
             MOVE ZERO TO JLRejCt
             MOVE "OK" TO JLFinal
             CALL "JOBLOG" USING JLProgName, JLPhase,
                JLReadCt, JLWriteCt, JLRejCt, JLFinal
          STOP RUN.

          ReleaseQuotes.
      * the quoted lines say nothing about whether the quote is
      * still open, so only headers and marks go to the sort
             OPEN INPUT QuoteFile
             PERFORM UNTIL QuoteEOF = 'Y'
                READ QuoteFile
                   AT END MOVE 'Y' TO QuoteEOF
                   NOT AT END
                      ADD 1 TO ReadCount
                      IF QRType NOT = 'L'
                         MOVE QRQuoteNum TO SWQuoteNum
                         MOVE QRType TO SWType
                         MOVE SPACE TO SWExpDate
                         IF QRType = 'H'
                            MOVE QRExpDate TO SWExpDate
                         END-IF
                         RELEASE SortWorkRec
                      END-IF
                END-READ
             END-PERFORM
             CLOSE QuoteFile.

          MarkLapsedQuotes.
      * a quote's records arrive together; it is judged when the
      * next quote starts, with the marks appended as it goes
             OPEN EXTEND QuoteFile
             PERFORM UNTIL SortEOF = 'Y'
                RETURN SortWork
                   AT END MOVE 'Y' TO SortEOF
                   NOT AT END
                      PERFORM TakeSortRecord
                END-RETURN
             END-PERFORM
             IF FirstRec = 'N'
                PERFORM CloseQuote
             END-IF
             CLOSE QuoteFile.

          TakeSortRecord.
             IF FirstRec = 'Y'
                PERFORM StartQuote
                MOVE 'N' TO FirstRec
             ELSE
                IF SWQuoteNum NOT = PrevQuote
                   PERFORM CloseQuote
                   PERFORM StartQuote
                END-IF
             END-IF
             EVALUATE SWType
                WHEN 'H'
                   MOVE 'Y' TO QuoteHead
                   MOVE SWExpDate TO QuoteExpDate
                WHEN 'C'
                   MOVE 'Y' TO QuoteClosed
                WHEN 'X'
                   MOVE 'Y' TO QuoteClosed
             END-EVALUATE.

          StartQuote.
             MOVE SWQuoteNum TO PrevQuote
             MOVE 'N' TO QuoteHead
             MOVE 'N' TO QuoteClosed
             MOVE SPACE TO QuoteExpDate.

          CloseQuote.
             IF QuoteHead = 'Y' AND QuoteClosed = 'N'
                IF QuoteExpDate NOT = SPACE
                   AND QuoteExpDate < RunDate
                   PERFORM WriteLostMark
                ELSE
                   ADD 1 TO OpenCount
                END-IF
             END-IF.

          WriteLostMark.
             MOVE SPACE TO QuoteRecord
             MOVE 'X' TO QRType
             MOVE PrevQuote TO QRQuoteNum
             MOVE RunDate TO QRMarkDateN
             MOVE 'E' TO QRMarkReason
             WRITE QuoteRecord
             ADD 1 TO LostCount
             DISPLAY "Quote " PrevQuote " expired " QuoteExpDate
                " - marked lost".
