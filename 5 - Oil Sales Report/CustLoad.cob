001300* RETURN-CODE is set nonzero if CUSTMAST.DAT is missing or any
001400* write is refused, so a failed load is distinguishable from
001500* an empty one.
001510* A CUSTMAST.IDX built before CM-Credit-Limit widened the
001520* record from 48 to 57 bytes cannot be opened at the new
001530* length: CustMastConv unloads it once to CUSTMAST.CNV, which
001540* operations renames over CUSTMAST.DAT before this program
001550* reloads it. A flat copy older than the limit column loads
001560* with the limit as zero.
001600
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
006600     END-READ.
006700     PERFORM UNTIL Customer-EOF
006800         MOVE FlatRec TO MasterRec
006810*        A flat copy older than the credit-limit column reads
006820*        back with spaces there -- load it as zero (no limit).
006830         IF CM-Credit-Limit OF MasterRec IS NOT NUMERIC
006840             MOVE ZEROS TO CM-Credit-Limit OF MasterRec
006850         END-IF
006900         WRITE MasterRec
007000             INVALID KEY
007100                 DISPLAY "CUSTMAST.IDX write refused for id "
