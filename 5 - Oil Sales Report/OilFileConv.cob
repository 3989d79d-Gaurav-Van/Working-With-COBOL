019620*            zero means "never flag" until purchasing sets
019630*            one through OilProdMaint.
019640             MOVE ZEROS TO OM-Reorder-Point
019650             MOVE SPACES TO OM-Supp-Id
019700             WRITE NewProdRec
019800             READ OldProductFile
019900                 AT END SET File-EOF TO TRUE
