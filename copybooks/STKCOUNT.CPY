      ******************************************************************
      * STKCOUNT.CPY
      * Shared stock-take count record layout for STKCOUNT.DAT, the
      * working file of one physical stock-take. OilCountSheet
      * starts a stock-take: it writes one record per oil on the
      * product master, freezing the OILSTOCK.DAT on-hand figure at
      * that moment as the book quantity, and prints the count
      * sheets (which never show the book figure). OilCountEntry
      * keys the counted quantities off the returned sheets;
      * OilCountVariance prints book against counted, valued at the
      * current price; OilCountPost posts the approved adjustments
      * to OILSTOCK.DAT and marks the records posted.
      *
      * One record per oil: the oil number, the date the stock-take
      * was started, the frozen book quantity in the oil's
      * OM-Unit-Measure units, the quantity counted and the
      * OPERATOR.DAT id of the operator who keyed the count (signed
      * on in OilCountEntry). SC-Count-Status is U until the
      * count is keyed, C once it is, P once OilCountPost has
      * posted the stock-take. A new stock-take cannot be started
      * while the file still holds unposted records.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way OILSTOCK.CPY is used.
      *
      * Example:
      *   FD  CountFile.
      *       COPY "STKCOUNT.CPY" REPLACING ==REC-NAME== BY ==CountRec==.
      ******************************************************************
       01  REC-NAME.
           02  SC-Oil-Num            PIC 999.
           02  SC-Count-Date         PIC 9(8).
           02  SC-Book-Qty           PIC S9(7)
                                     SIGN LEADING SEPARATE.
           02  SC-Counted-Qty        PIC 9(7).
           02  SC-Counted-By         PIC X(6).
           02  SC-Count-Status       PIC X.
               88  SC-Uncounted      VALUE "U".
               88  SC-Counted        VALUE "C".
               88  SC-Posted         VALUE "P".
