      ******************************************************************
      * STKADJ.CPY
      * Shared stock adjustment journal record layout for
      * STKADJ.DAT, the permanent trail of every stock-take
      * write-off and write-on. OilCountPost appends one record for
      * each oil whose counted quantity differed from the book when
      * a supervisor approved the stock-take; the file is never
      * rewritten, so the accountant can trace any change to
      * OILSTOCK.DAT that did not come from a delivery or a sale.
      *
      * One record per adjustment: the date it was posted, the date
      * the stock-take was started, the oil number, the frozen book
      * quantity, the quantity counted, the adjustment made to
      * on-hand (counted less book, so a loss is negative), the
      * OILPRICE.DAT price in effect on the posting date and the
      * value of the adjustment at that price, the OPERATOR.DAT id
      * of the operator who keyed the count, and the id the
      * supervisor who approved the posting signed on under --
      * never the same operator.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way STKCOUNT.CPY is used.
      *
      * Example:
      *   FD  AdjustJournalFile.
      *       COPY "STKADJ.CPY" REPLACING ==REC-NAME== BY ==AdjustRec==.
      ******************************************************************
       01  REC-NAME.
           02  SA-Post-Date          PIC 9(8).
           02  SA-Count-Date         PIC 9(8).
           02  SA-Oil-Num            PIC 999.
           02  SA-Book-Qty           PIC S9(7)
                                     SIGN LEADING SEPARATE.
           02  SA-Counted-Qty        PIC 9(7).
           02  SA-Adjust-Qty         PIC S9(7)
                                     SIGN LEADING SEPARATE.
           02  SA-Unit-Price         PIC 99V99.
           02  SA-Adjust-Value       PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           02  SA-Counted-By         PIC X(6).
           02  SA-Approved-By        PIC X(6).
