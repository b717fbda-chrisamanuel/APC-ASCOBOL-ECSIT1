000420*                     the RUNPARM run date, so neither archiving
000430*                     nor the cumulative register shows as
000440*                     drift.
000441*               DF    GRCVHST.DAT receipt rows carry the order
000442*                     number they were booked against; the
000443*                     record layout follows so the receipts
000444*                     read clean. The stock check is unchanged.
000445*               DF    Stock is held by branch. The stock master
000446*                     is keyed on branch and oil; transfer-out
000447*                     rows on GRCVHST.DAT count against history
000448*                     and transfer-in rows for it, so a transfer
000449*                     nets to nothing across the branches.
000450*               DF    INVREG.DAT rows carry the VAT band,
000451*                     country code and VAT number INVGEN now
000452*                     files for reverse-charged EU customers; the
000453*                     record layout follows. The tie is unchanged.
000454*               DF    SALESHST.DAT rows are 80 bytes; the
000455*                     record layout follows.
000456******************************************************************

000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000490     SELECT StockMasterFile ASSIGN TO "STOCKMST.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS ST-StockKey
000530         FILE STATUS IS Stock-Master-File-Status.

000540     SELECT ReceiptHistoryFile ASSIGN TO "GRCVHST.DAT"
000910 FILE SECTION.
000920 FD StockMasterFile.
000930 01 Stock-Master-Record.
000935    02 ST-StockKey.
000940       03 ST-BranchID       PIC X(3).
000945       03 ST-OilID          PIC X(3).
000950    02 ST-OnHand            PIC 9(7).
000960    02 ST-MinLevel          PIC 9(5).
000970    02 ST-ReorderQty        PIC 9(5).
001010    02 GH-OilID             PIC X(3).
001020    02 GH-ReceivedDate      PIC 9(8).
001030    02 GH-Units             PIC 9(5).
001035    02 GH-PoNumber          PIC 9(6).
001036    02 GH-BranchID          PIC X(3).
001037    02 GH-MoveType          PIC X(1).
001038       88 GH-Transfer-Out     VALUE 'O'.

001040 FD SalesHistoryFile.
001050 01 Sales-History-Record.
001120    02 SH-SalesValue        PIC 9(6)V99.
001130    02 SH-BranchID          PIC X(3).
001140    02 SH-UnitSize          PIC 9(1).
001142    02 SH-SalespersonID     PIC X(5).
001144    02 SH-DiscountValue     PIC 9(6)V99.
001146    02 SH-CostValue         PIC 9(6)V99.

001150 FD StockAdjustFile.
001160 01 Stock-Adjust-Record.
001170    02 SA-OilID             PIC X(3).
001180    02 SA-AdjustDate        PIC 9(8).
001190    02 SA-DeltaUnits        PIC S9(8).
001195    02 SA-BranchID          PIC X(3).

001200 FD YtdMasterFile.
001210 01 Ytd-Master-Record.
001580    02 REG-GrossValue       PIC 9(7)V99.
001590    02 REG-DocType          PIC X(1).
001600       88 REG-Doc-Credit      VALUE 'C'.
001602    02 REG-VatBand          PIC X(1).
001604    02 REG-CountryCode      PIC X(2).
001606    02 REG-VatNumber        PIC X(14).

001610 FD RunParmFile.
001620 01 Run-Parm-Record.
003170     IF Stock-Master-File-Status NOT = "00"
003180         MOVE 'N' TO Check-Has-Data-Switch
003190     ELSE
003200         MOVE SPACES TO ST-StockKey
003210         START StockMasterFile KEY NOT < ST-StockKey
003220             INVALID KEY MOVE 'Y' TO Keyed-Eof-Switch
003230         END-START
003240         IF NOT Keyed-Eof
003380     .

003390******************************************************************
003396* 2100-SUM-ONE-STOCK-ROW - one branch's on-hand of one oil to the
003402* master side.
003410******************************************************************
003420 2100-SUM-ONE-STOCK-ROW.
003430     ADD ST-OnHand TO Master-Side
003630     .

003640******************************************************************
003646* 2210-SUM-ONE-RECEIPT - one receipt's units; the sending leg
003652* of a branch transfer takes its units back off.
003660******************************************************************
003670 2210-SUM-ONE-RECEIPT.
003673     IF GH-Transfer-Out
003676         SUBTRACT GH-Units FROM History-Side
003679     ELSE
003682         ADD GH-Units TO History-Side
003685     END-IF
003690     READ ReceiptHistoryFile
003700         AT END MOVE 'Y' TO Seq-Eof-Switch
003710     END-READ
