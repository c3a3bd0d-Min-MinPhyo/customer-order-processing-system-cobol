       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AdminFile ASSIGN TO "admin.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.

           SELECT CasherFile ASSIGN TO "casher.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.

           SELECT SuperFile ASSIGN TO "super.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.

           SELECT UserFile ASSIGN TO "user.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS User-Relative-Key
           FILE STATUS IS File-Status.

           SELECT GLMapFile ASSIGN TO "glmap.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS GL-Map-Relative-Key
           FILE STATUS IS File-Status.

           SELECT GLPostFile ASSIGN TO "glpost.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS GL-Post-Relative-Key
           FILE STATUS IS File-Status.
           SELECT CategoryFile ASSIGN TO "category.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS File-Status.
           RELATIVE KEY IS PO-Relative-Key
           FILE STATUS IS File-Status.

           SELECT ItemSupFile ASSIGN TO "itemsup.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Item-Sup-Relative-Key
           FILE STATUS IS File-Status.

           SELECT SupInvFile ASSIGN TO "supinv.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS SC-Arch-Relative-Key
           FILE STATUS IS File-Status.

           SELECT SaleBatchFile ASSIGN TO "salebat.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Sale-Batch-Relative-Key
           FILE STATUS IS File-Status.

           SELECT LayawayFile ASSIGN TO "layaway.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Layaway-Relative-Key
           FILE STATUS IS File-Status.

           SELECT LayPayFile ASSIGN TO "laypay.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS LayPay-Relative-Key
           FILE STATUS IS File-Status.

           SELECT VendRetFile ASSIGN TO "rtv.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS RTV-Relative-Key
           FILE STATUS IS File-Status.

           SELECT LocationFile ASSIGN TO "location.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Location-Relative-Key
           FILE STATUS IS File-Status.

           SELECT ItemLocFile ASSIGN TO "itemloc.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS ItemLoc-Relative-Key
           FILE STATUS IS File-Status.

           SELECT TransferFile ASSIGN TO "xfer.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS Xfer-Relative-Key
           FILE STATUS IS File-Status.

           SELECT SetupFile ASSIGN TO "setup.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.
           SELECT ExportFile ASSIGN TO WS-Export-Path
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BatchCtlFile ASSIGN TO "batchctl.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS File-Status.

           SELECT JobLogFile ASSIGN TO Job-Log-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS File-Status.

       DATA DIVISION.
       FILE SECTION.
      *>  admin.txt, casher.txt and super.txt are the original
      *>  bare ID/password credential files. They are only read once
      *>  now, to seed user.dat the first time it is opened.
       FD AdminFile.
       01 Admin-Record.
           05 Admin-ID PIC X(6).
           05 Casher-ID PIC X(6).
           05 Casher-PW PIC X(6).

       FD SuperFile.
       01 Super-Record.
           05 Super-ID PIC X(6).
           05 Super-PW PIC X(6).

      *>  User master - one record per login. Role A = admin,
      *>  C = casher, S = supervisor (keys approvals for voids and
      *>  large refunds, and may also run a till). An inactive user
      *>  can neither log in nor approve. The User-Perm bytes open
      *>  the guarded menu areas to that user: Setup (with backup
      *>  and restore), Period-End Archive, Pay Supplier and setting
      *>  customer credit limits.
       FD UserFile.
       01 User-Record.
           05 User-ID              PIC X(6).
           05 User-PW              PIC X(6).
           05 User-Role            PIC X(1).
           05 User-Active          PIC X(1).
           05 User-PW-Date         PIC 9(8).
           05 User-Force-Change    PIC X(1).
           05 User-Perm-Setup      PIC X(1).
           05 User-Perm-Archive    PIC X(1).
           05 User-Perm-Payments   PIC X(1).
           05 User-Perm-Credit     PIC X(1).

      *>  Chart-of-accounts code for each posting type of the daily
      *>  GL journal - one record per type, keyed by its slot number.
       FD GLMapFile.
       01 GL-Map-Record.
           05 GL-Map-Type          PIC X(10).
           05 GL-Map-Account       PIC X(10).
           05 GL-Map-Desc          PIC X(24).

      *>  One record per trading day already posted to the GL.
       FD GLPostFile.
       01 GL-Post-Record.
           05 GL-Post-Date         PIC 9(8).
           05 GL-Post-Lines        PIC 9(3).
           05 GL-Post-Debit        PIC 9(12).
           05 GL-Post-By           PIC X(6).
           05 GL-Post-On           PIC 9(8).
       FD CategoryFile.
       01 Category-Record.
           05 Category-Name PIC X(12).
      *>  How much of this receipt checkout has consumed, earliest
      *>  expiry first - on-shelf share is Quantity minus Consumed.
           05 History-Consumed         PIC 9(3).
      *>  "Y" while the batch is held back under a recall - checkout
      *>  passes over it the same as expired stock.
           05 History-Quarantine       PIC X(1).
      *>  Stock location the receipt was put away in - see
      *>  Location-Record. Older receipts went to the sales floor.
           05 History-Location         PIC 9(1).

       FD DiscountFile.
       01 Discount-Record.
           05 Adjust-Variance          PIC S9(4).
           05 Adjust-Unit-Cost         PIC 9(10).
           05 Adjust-Reason            PIC X(10).
      *>  Location the movement happened at; Old-Qty and New-Qty
      *>  are that location's stock. Older rows are sales floor.
           05 Adjust-Location          PIC 9(1).

       FD SupplierFile.
       01 Supplier-Record.
                   15 PO-Cost          PIC 9(10).
                   15 PO-Recv-Qty      PIC 9(3).

      *>  Purchasing terms per item: the supplier it is normally
      *>  bought from, the case pack it ships in, how many days that
      *>  supplier takes to deliver and the unit cost last agreed
      *>  with them. Keyed by Item-ID, one record per item.
       FD ItemSupFile.
       01 Item-Sup-Record.
           05 Item-Sup-Item-ID         PIC 9(5).
           05 Item-Sup-Supplier-ID     PIC 9(5).
           05 Item-Sup-Case-Pack       PIC 9(3).
           05 Item-Sup-Lead-Days       PIC 9(3).
           05 Item-Sup-Last-Cost       PIC 9(10).

      *>  One row per supplier invoice keyed against a Received or
      *>  PartRecv PO, and one row per payment made against the
      *>  supplier's account. What we owe a supplier is the sum of
           05 Day-Close-Card           PIC 9(10).
           05 Day-Close-Refunds        PIC 9(10).
           05 Day-Close-Account        PIC 9(10).
      *>  Layaway money through the drawer that day: deposits and
      *>  part-payments by method, cash handed back on expired
      *>  layaways, and the value of layaways collected as sales.
           05 Day-Close-Lay-Cash       PIC 9(10).
           05 Day-Close-Lay-Mobile     PIC 9(10).
           05 Day-Close-Lay-Card       PIC 9(10).
           05 Day-Close-Lay-Refund     PIC 9(10).
           05 Day-Close-Lay-Sales      PIC 9(10).

      *>  One-record counter that hands out invoice numbers. Both
      *>  registers allocate from here under the file lock taken by
           05 Arch-SC-Unit-Price       PIC 9(10).
           05 Arch-Sale-Date           PIC 9(8).

      *>  Which receipt (history.dat batch) a sold sale-cart line
      *>  drew its units from - one row per batch the line touched.
       FD SaleBatchFile.
       01 Sale-Batch-Record.
           05 Sale-Batch-ID            PIC 9(5).
           05 Sale-Batch-Sale-Cart-ID  PIC 9(5).
           05 Sale-Batch-Invoice-ID    PIC 9(5).
           05 Sale-Batch-Item-ID       PIC 9(5).
           05 Sale-Batch-History-ID    PIC 9(5).
           05 Sale-Batch-Qty           PIC 9(3).
           05 Sale-Batch-Date          PIC 9(8).

      *>  Layaway and special orders: goods put aside for a
      *>  customer against a deposit. While a layaway is Open its
      *>  lines are reserved - Item-Qty still counts them, but the
      *>  register will not sell them to anyone else. A line taken
      *>  with Special = Y was short when it was raised and is being
      *>  ordered in. Status runs Open -> Completed (collected, with
      *>  the invoice it became) or Open -> Expired.
       FD LayawayFile.
       01 Layaway-Record.
           05 Layaway-ID               PIC 9(5).
           05 Layaway-Customer-ID      PIC 9(5).
           05 Layaway-Casher-ID        PIC X(6).
           05 Layaway-Date             PIC 9(8).
           05 Layaway-Expiry           PIC 9(8).
           05 Layaway-Status           PIC X(9).
           05 Layaway-Goods            PIC 9(10).
           05 Layaway-Tax              PIC 9(3).
           05 Layaway-Total            PIC 9(10).
           05 Layaway-Paid             PIC 9(10).
           05 Layaway-Invoice-ID       PIC 9(5).
           05 Layaway-Line OCCURS 20 TIMES.
               10 Layaway-Item-ID      PIC 9(5).
               10 Layaway-Qty          PIC 9(3).
               10 Layaway-Price        PIC 9(10).
               10 Layaway-Special      PIC X(1).

      *>  Money moved on a layaway: DEPOSIT and PAYMENT rows taken
      *>  in, REFUND rows handed back when it expires, or a FORFEIT
      *>  row when the shop keeps the money under its policy.
      *>  Method is CASH, MOBILE or CARD (spaces on a FORFEIT).
       FD LayPayFile.
       01 LayPay-Record.
           05 LayPay-ID                PIC 9(5).
           05 LayPay-Layaway-ID        PIC 9(5).
           05 LayPay-Type              PIC X(7).
           05 LayPay-Amount            PIC 9(10).
           05 LayPay-Method            PIC X(6).
           05 LayPay-Date              PIC 9(8).
           05 LayPay-Casher-ID         PIC X(6).

      *>  Return-to-vendor documents. Each line takes Qty units of
      *>  an item out of stock: Action R sends them back to the
      *>  supplier for credit, Action W writes off what the supplier
      *>  will not take back, under the reason code in Reason. A
      *>  line drawn from a particular receipt names its History-ID,
      *>  and PO-ID is the order the goods came in on - either is 0
      *>  when not known. Credit is the debit note raised on the
      *>  supplier's account for the R lines: what we owe them drops
      *>  by that much.
       FD VendRetFile.
       01 RTV-Record.
           05 RTV-ID                   PIC 9(5).
           05 RTV-Supplier-ID          PIC 9(5).
           05 RTV-PO-ID                PIC 9(5).
           05 RTV-Date                 PIC 9(8).
           05 RTV-User-ID              PIC X(6).
           05 RTV-Supplier-Ref         PIC X(10).
           05 RTV-Credit               PIC 9(10).
           05 RTV-Writeoff             PIC 9(10).
           05 RTV-Line-Count           PIC 9(2).
           05 RTV-Line OCCURS 20 TIMES.
               10 RTV-Item-ID          PIC 9(5).
               10 RTV-History-ID       PIC 9(5).
               10 RTV-Qty              PIC 9(3).
               10 RTV-Unit-Cost        PIC 9(10).
               10 RTV-Action           PIC X(1).
               10 RTV-Reason           PIC X(10).
      *>  Stock location the goods were taken from.
           05 RTV-Location             PIC 9(1).

      *>  Stock locations, keyed 1-9 by Location-ID. Location 1 is
      *>  always the sales floor - the only stock checkout sells.
       FD LocationFile.
       01 Location-Record.
           05 Location-ID              PIC 9(1).
           05 Location-Name            PIC X(15).

      *>  Stock held per location, one record per item keyed by the
      *>  Item-ID. Item-Qty stays the whole shop's stock; the sales
      *>  floor holds whatever part of it the other locations do
      *>  not, so sales, voids, customer returns and manual fills
      *>  land on the floor without touching this file, and slot 1
      *>  is left at zero. Shelf-Min is the least the floor should
      *>  carry before it is refilled from the back.
       FD ItemLocFile.
       01 ItemLoc-Record.
           05 ItemLoc-Item-ID          PIC 9(5).
           05 ItemLoc-Shelf-Min        PIC 9(3).
           05 ItemLoc-Qty OCCURS 9 TIMES PIC 9(3).

      *>  Stock transfer between two locations, printed as a pick
      *>  list. It moves stock inside the shop, so Item-Qty and the
      *>  batches are left alone.
       FD TransferFile.
       01 Xfer-Record.
           05 Xfer-ID                  PIC 9(5).
           05 Xfer-Date                PIC 9(8).
           05 Xfer-From                PIC 9(1).
           05 Xfer-To                  PIC 9(1).
           05 Xfer-User-ID             PIC X(6).
           05 Xfer-Line-Count          PIC 9(2).
           05 Xfer-Line OCCURS 20 TIMES.
               10 Xfer-Item-ID         PIC 9(5).
               10 Xfer-Qty             PIC 9(3).

       FD SetupFile.
       01 Setup-Record.
           05 Setup-Tax            PIC 9(3).
      *>  Refunds above this amount need a supervisor's approval
      *>  (0 = approvals never required).
           05 Setup-Refund-Limit   PIC 9(10).
      *>  Days a layaway stays open before it expires, and whether
      *>  the deposit is then forfeited (Y) or refunded (N).
           05 Setup-Layaway-Days   PIC 9(3).
           05 Setup-Layaway-Forfeit PIC X(1).

       FD AuditFile.
       01 Audit-Record.
       01 Receipt-Line             PIC X(80).

       FD ExportFile.
       01 Export-Line              PIC X(200).

      *>  Where the overnight batch cycle got to: the cycle's date,
      *>  its steps in run order, the next step to run and whether
      *>  the cycle is Running, Failed or Complete.
       FD BatchCtlFile.
       01 Batch-Ctl-Record.
           05 Batch-Ctl-Date       PIC 9(8).
           05 Batch-Ctl-Steps      PIC X(5).
           05 Batch-Ctl-Next       PIC 9(1).
           05 Batch-Ctl-Status     PIC X(1).
           05 Batch-Ctl-Last-RC    PIC 9(2).

       FD JobLogFile.
       01 Job-Log-Line             PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RESULT           PIC 9(4) VALUE ZERO.
       01 Archive-Today           PIC 9(8).
       01 Archive-Moved-Count     PIC 9(5).
       01 Archive-Line-Count      PIC 9(5).
       01 Archive-Fail-Count      PIC 9(5).
       01 Archive-Count-Display   PIC ZZZZ9.
       01 Expiry-Today            PIC 9(8).
       01 Expiry-Limit-Date       PIC 9(8).
       01 FEFO-Best-Remain        PIC 9(3).
       01 FEFO-Remain             PIC 9(3).
       01 FEFO-Sort-Expiry        PIC 9(9).
      *>  Set by checkout before Consume-Item-Batches so each batch
      *>  draw is logged against the sale line; zero otherwise.
       01 FEFO-Sale-Cart-ID       PIC 9(5) VALUE 0.
       01 FEFO-Invoice-ID         PIC 9(5) VALUE 0.
       01 FEFO-Sale-Date          PIC 9(8) VALUE 0.
       01 Sale-Batch-Relative-Key PIC 9(5).
       01 Sale-Batch-Max-Key      PIC 9(5).
       01 Sale-Batch-EOF          PIC X(1).
       01 Recall-Batch            PIC X(10).
       01 Recall-Found            PIC X(1).
       01 Recall-Item-ID          PIC 9(5).
       01 Recall-Received         PIC 9(7).
       01 Recall-Shelf            PIC 9(7).
       01 Recall-Sold             PIC 9(7).
       01 Recall-Quar-Count       PIC 9(3).
       01 Recall-Line-Count       PIC 9(5).
       01 Recall-Returned         PIC 9(5).
       01 Recall-Inv-Found        PIC X(1).
       01 Recall-Inv-Date         PIC 9(8).
       01 Recall-Inv-Casher       PIC X(6).
       01 Recall-Inv-Status       PIC X(9).
       01 Recall-Cust-ID          PIC 9(5).
       01 Recall-Cust-Name        PIC X(20).
       01 Recall-Cust-Phone       PIC X(15).
       01 Recall-Set-Flag         PIC X(1).
       01 Recall-Qty-Display      PIC ZZZZZZ9.
       01 Seed-Item-ID            PIC 9(5).
       01 Seed-Item-Qty           PIC 9(5).
       01 Seed-Delivered          PIC 9(8).
       01 ST-Today                PIC 9(8).
       01 ST-Reason               PIC X(10).
       01 ST-Truncated            PIC X(1).
       01 ST-Location             PIC 9(1).
       01 Supplier-Relative-Key   PIC 9(5).
       01 Supplier-Max-Key        PIC 9(5).
       01 Supplier-Selected       PIC X(1).
       01 PO-Input-Qty            PIC 9(3).
       01 PO-Input-Cost           PIC 9(10).
       01 PO-Recv-Now             PIC 9(3).
       01 PO-Recv-Loc             PIC 9(1).
       01 PO-All-Received         PIC X(1).
       01 PO-Any-Short            PIC X(1).
       01 PO-Hist-Max             PIC 9(5).
               10 PO-Work-Item    PIC 9(5).
               10 PO-Work-Qty     PIC 9(3).
               10 PO-Work-Cost    PIC 9(10).
       01 PO-New-Status           PIC X(9) VALUE "Open".
       01 Item-Sup-Relative-Key   PIC 9(5).
       01 Item-Sup-Found          PIC X(1).
       01 Item-Sup-EOF            PIC X(1).
       01 Item-Sup-Input-Item     PIC 9(5).
       01 Item-Sup-Input-Case     PIC 9(3).
       01 Item-Sup-Input-Lead     PIC 9(3).
       01 Item-Sup-Input-Cost     PIC 9(10).
       01 Item-Sup-Case-Display   PIC ZZ9.
       01 Item-Sup-Lead-Display   PIC ZZ9.
      *>  Working set of the sales-velocity replenishment run - one
      *>  slot per item on file, carrying its sales in the window,
      *>  what is already on order and its purchasing terms.
       01 Replen-Table.
           05 Replen-Entry OCCURS 200 TIMES.
               10 Replen-Item-ID       PIC 9(5).
               10 Replen-Name          PIC X(20).
               10 Replen-On-Hand       PIC 9(3).
               10 Replen-Reorder       PIC 9(3).
               10 Replen-Sold          PIC 9(7).
               10 Replen-On-Order      PIC 9(5).
               10 Replen-Supplier      PIC 9(5).
               10 Replen-Case          PIC 9(3).
               10 Replen-Lead          PIC 9(3).
               10 Replen-Cost          PIC 9(10).
               10 Replen-Order-Qty     PIC 9(3).
               10 Replen-Done          PIC X(1).
       01 Replen-Total            PIC 9(3).
       01 Replen-IDX              PIC 9(3).
       01 Replen-IDX2             PIC 9(3).
       01 Replen-Truncated        PIC X(1).
       01 Replen-Window           PIC 9(3).
       01 Replen-Cover            PIC 9(3).
       01 Replen-Today            PIC 9(8).
       01 Replen-Start            PIC 9(8).
       01 Replen-Scan-Item        PIC 9(5).
       01 Replen-Scan-Qty         PIC 9(5).
       01 Replen-Target           PIC 9(7).
       01 Replen-Need             PIC S9(7).
       01 Replen-Cases            PIC 9(5).
       01 Replen-Line-Count       PIC 9(3).
       01 Replen-No-Sup-Count     PIC 9(3).
       01 Replen-Daily            PIC 9(5)V99.
       01 Replen-Daily-Display    PIC ZZZZ9.99.
       01 Replen-Qty-Display      PIC ZZZZZZ9.
       01 SupInv-Relative-Key     PIC 9(5).
       01 SupInv-Max-Key          PIC 9(5).
       01 SupInv-EOF              PIC X(1).
       01 SupInv-Variance         PIC S9(11).
       01 SupInv-Var-Display      PIC ----------9.
       01 SupPay-Input-Amount     PIC 9(10).
      *>  Return-to-vendor working fields. The document being raised
      *>  is built in RTV-Work-Table and only copied into RTV-Record
      *>  when it is posted, because the supplier balance scan reads
      *>  rtv.dat through the same record buffer.
       01 RTV-Work-Table.
           05 RTV-Work-Line OCCURS 20 TIMES.
               10 RTV-Work-Item-ID     PIC 9(5).
               10 RTV-Work-History-ID  PIC 9(5).
               10 RTV-Work-Qty         PIC 9(3).
               10 RTV-Work-Cost        PIC 9(10).
               10 RTV-Work-Action      PIC X(1).
               10 RTV-Work-Reason      PIC X(10).
       01 RTV-Work-Count          PIC 9(2).
       01 RTV-Line-IDX            PIC 9(2).
       01 RTV-Scan-IDX            PIC 9(2).
       01 RTV-Relative-Key        PIC 9(5).
       01 RTV-Max-Key             PIC 9(5).
       01 RTV-EOF                 PIC X(1).
       01 RTV-Today               PIC 9(8).
       01 RTV-Supplier            PIC 9(5).
       01 RTV-Sup-Name            PIC X(20).
       01 RTV-PO                  PIC 9(5).
       01 RTV-PO-Line             PIC 9(2).
       01 RTV-Ref-Input           PIC X(10).
       01 RTV-Item-Input          PIC 9(5).
       01 RTV-Hist-Input          PIC 9(5).
       01 RTV-Qty-Input           PIC 9(3).
       01 RTV-Cost-Input          PIC 9(10).
       01 RTV-Cost                PIC 9(10).
       01 RTV-Action-Input        PIC X(1).
       01 RTV-Reason-Input        PIC X(10).
       01 RTV-Line-OK             PIC X(1).
       01 RTV-Limit               PIC S9(6).
       01 RTV-PO-Avail            PIC S9(6).
       01 RTV-Found               PIC X(1).
       01 RTV-Taken               PIC 9(5).
       01 RTV-Prior               PIC 9(5).
       01 RTV-Batch-Taken         PIC 9(5).
       01 RTV-Old-Qty             PIC 9(3).
       01 RTV-Credit-Total        PIC 9(10).
       01 RTV-Writeoff-Total      PIC 9(10).
       01 RTV-Line-Value          PIC 9(13).
       01 RTV-Batch-Code          PIC X(10).
       01 RTV-Start               PIC 9(8).
       01 RTV-End                 PIC 9(8).
       01 RTV-Doc-Count           PIC 9(5).
       01 RTV-Rep-Credit          PIC 9(12).
       01 RTV-Rep-Writeoff        PIC 9(12).
       01 RTV-Rep-Ret-Qty         PIC 9(7).
      *>  Write-off reason codes, as offered on the document and as
      *>  totalled by the period report.
       01 RTV-Reason-List.
           05 FILLER PIC X(10) VALUE "WO DAMAGED".
           05 FILLER PIC X(10) VALUE "WO EXPIRED".
           05 FILLER PIC X(10) VALUE "WO RECALL".
           05 FILLER PIC X(10) VALUE "WO REFUSED".
           05 FILLER PIC X(10) VALUE "WO OTHER".
       01 RTV-Reason-Table REDEFINES RTV-Reason-List.
           05 RTV-Reason-Code OCCURS 5 TIMES PIC X(10).
       01 RTV-Reason-Totals.
           05 RTV-Reason-Total OCCURS 5 TIMES.
               10 RTV-Reason-Qty       PIC 9(7).
               10 RTV-Reason-Value     PIC 9(12).
       01 RTV-Reason-IDX          PIC 9(1).
       01 RTV-ID-Display          PIC ZZZZ9.
       01 RTV-Amt-Display         PIC ZZZZZZZZZ9.
       01 RTV-Qty-Display         PIC ZZZZZZ9.
       01 RTV-Tot-Display         PIC ZZZZZZZZZZZ9.
       01 RTV-From-Loc            PIC 9(1).
       01 RTV-Loc-Avail           PIC S9(6).
      *>  Stock locations: the names as loaded from location.dat,
      *>  and the per-item working copy of itemloc.dat that
      *>  Load-Item-Loc fills and Save-Item-Loc writes back.
       01 Location-Relative-Key   PIC 9(5).
       01 Loc-Table.
           05 Loc-Name OCCURS 9 TIMES PIC X(15).
       01 Loc-Count               PIC 9(1).
       01 Loc-IDX                 PIC 9(2).
       01 Loc-EOF                 PIC X(1).
       01 Loc-Selected            PIC 9(1).
       01 Loc-Valid               PIC X(1).
       01 Loc-Name-Input          PIC X(15).
       01 ItemLoc-Relative-Key    PIC 9(5).
       01 Loc-Item-ID             PIC 9(5).
       01 Loc-Item-Total          PIC 9(3).
       01 Loc-On-File             PIC X(1).
       01 Loc-Work.
           05 Loc-Shelf-Min           PIC 9(3).
           05 Loc-Qty OCCURS 9 TIMES  PIC 9(3).
       01 Loc-Back-Total          PIC 9(5).
       01 Loc-Floor-Qty           PIC 9(3).
       01 Loc-Floor-Short         PIC X(1).
       01 Loc-Refill-Flag         PIC X(1).
       01 Loc-Refill-Count        PIC 9(3).
       01 Loc-Refill-Short        PIC 9(3).
       01 Loc-Refill-Move         PIC 9(3).
       01 Loc-Qty-Display         PIC ZZ9.
       01 Loc-ID-Display          PIC 9(1).
       01 Loc-Stock-Line          PIC X(40).
       01 Loc-Stock-Ptr           PIC 9(3).
       01 Loc-Item-Input          PIC 9(5).
       01 Loc-Min-Input           PIC 9(3).
       01 Loc-Today               PIC 9(8).
      *>  Transfer being keyed, and the transfer list's date range.
       01 Xfer-Relative-Key       PIC 9(5).
       01 Xfer-Max-Key            PIC 9(5).
       01 Xfer-EOF                PIC X(1).
       01 Xfer-Work-Table.
           05 Xfer-Work-Line OCCURS 20 TIMES.
               10 Xfer-Work-Item-ID    PIC 9(5).
               10 Xfer-Work-Qty        PIC 9(3).
       01 Xfer-Work-Count         PIC 9(2).
       01 Xfer-Line-IDX           PIC 9(2).
       01 Xfer-Scan-IDX           PIC 9(2).
       01 Xfer-From-Loc           PIC 9(1).
       01 Xfer-To-Loc             PIC 9(1).
       01 Xfer-Item-Input         PIC 9(5).
       01 Xfer-Qty-Input          PIC 9(3).
       01 Xfer-Line-OK            PIC X(1).
       01 Xfer-Limit              PIC S9(6).
       01 Xfer-Taken              PIC 9(5).
       01 Xfer-Posted             PIC 9(2).
       01 Xfer-Start              PIC 9(8).
       01 Xfer-End                PIC 9(8).
       01 Xfer-Doc-Count          PIC 9(5).
       01 Xfer-ID-Display         PIC ZZZZ9.
       01 Xfer-Print-User         PIC X(6).
       01 Xfer-Print-Date         PIC 9(8).
      *>  Items the refill report found short on the sales floor,
      *>  with how many would bring each back up to its minimum.
       01 Refill-Table.
           05 Refill-Entry OCCURS 200 TIMES.
               10 Refill-Item-ID       PIC 9(5).
               10 Refill-Short         PIC 9(3).
       01 Refill-Total            PIC 9(3).
       01 Refill-IDX              PIC 9(3).
      *>  The full data-file set one dated snapshot holds - every
      *>  file the register owns, so invoice.dat and invseq.dat can
      *>  never be saved or put back out of step with each other.
           05 FILLER PIC X(12) VALUE "adjust.dat".
           05 FILLER PIC X(12) VALUE "supplier.dat".
           05 FILLER PIC X(12) VALUE "po.dat".
           05 FILLER PIC X(12) VALUE "itemsup.dat".
           05 FILLER PIC X(12) VALUE "supinv.dat".
           05 FILLER PIC X(12) VALUE "suppay.dat".
           05 FILLER PIC X(12) VALUE "customer.dat".
           05 FILLER PIC X(12) VALUE "invseq.dat".
           05 FILLER PIC X(12) VALUE "invarch.dat".
           05 FILLER PIC X(12) VALUE "scarch.dat".
           05 FILLER PIC X(12) VALUE "salebat.dat".
           05 FILLER PIC X(12) VALUE "setup.dat".
           05 FILLER PIC X(12) VALUE "audit.dat".
           05 FILLER PIC X(12) VALUE "loginatt.dat".
           05 FILLER PIC X(12) VALUE "category.txt".
           05 FILLER PIC X(12) VALUE "user.dat".
           05 FILLER PIC X(12) VALUE "glmap.dat".
           05 FILLER PIC X(12) VALUE "glpost.dat".
           05 FILLER PIC X(12) VALUE "layaway.dat".
           05 FILLER PIC X(12) VALUE "laypay.dat".
           05 FILLER PIC X(12) VALUE "rtv.dat".
           05 FILLER PIC X(12) VALUE "location.dat".
           05 FILLER PIC X(12) VALUE "itemloc.dat".
           05 FILLER PIC X(12) VALUE "xfer.dat".
       01 Backup-File-Table REDEFINES Backup-File-List.
           05 Backup-File-Name OCCURS 35 TIMES PIC X(12).
       01 Backup-File-Count       PIC 9(2) VALUE 35.
       01 Backup-Dir              PIC X(20).
       01 Backup-Src-Path         PIC X(40).
       01 Backup-Dst-Path         PIC X(40).
       01 Export-Amt-4            PIC X(10).
       01 Export-Amt-5            PIC X(10).
       01 Export-Full             PIC X(1).
       01 Export-Inv-Count        PIC 9(7).
       01 Export-Sort-Swap        PIC X(1).
       01 Export-Method-Names.
           05 FILLER              PIC X(6) VALUE "CASH".
           05 FILLER              PIC X(6) VALUE "MOBILE".
           05 FILLER              PIC X(6) VALUE "CARD".
           05 FILLER              PIC X(6) VALUE "ACCT".
           05 FILLER              PIC X(6) VALUE "LAYBY".
       01 Export-Method-Table REDEFINES Export-Method-Names.
           05 Export-Method-Name OCCURS 5 TIMES PIC X(6).
      *>  One slot per trading day in the export range (a month at
      *>  most), holding sales split by pay method and by category.
      *>  Cash refunds are kept apart from mobile/card/account ones
       01 Export-Day-Table.
           05 Export-Day-Entry OCCURS 31 TIMES.
               10 Export-Day-Date       PIC 9(8).
               10 Export-Day-Method-Amt OCCURS 5 TIMES PIC 9(10).
               10 Export-Day-Discount   PIC 9(10).
               10 Export-Day-Tax        PIC 9(10).
               10 Export-Day-Ref-Cash   PIC 9(10).
               10 Export-Day-Cat-RefO OCCURS 10 TIMES PIC 9(10).
      *>  Scratch slot for the date sort - same size as one
      *>  Export-Day-Entry.
       01 Export-Swap-Entry           PIC X(398).
       01 Export-Tot-Sales        PIC 9(12).
       01 Export-Tot-Disc         PIC 9(12).
       01 Export-Tot-Tax          PIC 9(12).
       01 Verify-Line-Sum         PIC 9(10).
       01 Verify-Calc             PIC S9(11).
       01 Verify-Exceptions       PIC 9(5).
       01 Verify-Checked          PIC 9(7).
       01 Verify-Scan-EOF         PIC X(1).
       01 Verify-Points-Used      PIC 9(8).
       01 Verify-Skip             PIC X(1).
       01 Permission.
           05 Admin-permission PIC X VALUE "N".
           05 Casher-permission PIC X VALUE "N".
      *>  Menu areas open to whoever is logged in, copied from their
      *>  user.dat record at login.
       01 Login-Perms.
           05 Login-Perm-Setup     PIC X(1) VALUE "N".
           05 Login-Perm-Archive   PIC X(1) VALUE "N".
           05 Login-Perm-Payments  PIC X(1) VALUE "N".
           05 Login-Perm-Credit    PIC X(1) VALUE "N".
       01 Login-Force-Change      PIC X(1).
       01 Login-Inactive          PIC X(1).
       01 User-Relative-Key       PIC 9(4).
       01 User-Max-Key            PIC 9(4).
       01 User-Found              PIC X(1).
       01 User-EOF                PIC X(1).
       01 User-Work-ID            PIC X(6).
       01 User-Work-PW            PIC X(6).
       01 User-Work-Role          PIC X(1).
       01 User-Old-PW             PIC X(6).
       01 User-Today              PIC 9(8).
       01 User-Saved              PIC X(1).
       01 User-Admin-Count        PIC 9(4).
       01 User-Role-Name          PIC X(10).
       01 User-Status-Name        PIC X(8).
       01 User-Perm-Input         PIC X(1).
       01 User-Perm-Label         PIC X(20).
       01 User-Perm-Name          PIC X(8).
       01 User-Perm-Old           PIC X(1).
       01 User-Perm-New           PIC X(1).
       01 User-Conv-Source        PIC X(10).
       01 User-Conv-Table.
           05 User-Conv-ID OCCURS 500 TIMES PIC X(6).
       01 User-Conv-Count         PIC 9(3).
       01 User-Conv-IDX           PIC 9(3).
       01 User-Conv-Dup           PIC X(1).
       01 Password-Prompt         PIC X(20)
                                  VALUE "Register Password: ".
       01 Login-Role-Code         PIC X(1).
       01 Login-Found             PIC X(1).
       01 Login-Locked            PIC X(1).
       01 WS-Login-Time-Raw       PIC 9(8).
       01 WS-Login-Today          PIC 9(8).
       01 WS-Login-Now            PIC 9(6).
      *>  Trading-pattern report: takings, basket count and items
      *>  by hour of day and by weekday, and one row per casher with
      *>  voids, refunds and the split of takings by pay method.
       01 Trade-Start             PIC 9(8).
       01 Trade-End               PIC 9(8).
       01 Trade-Hour-Table.
           05 Trade-Hour-Entry OCCURS 24 TIMES.
               10 Trade-Hour-Amt       PIC 9(12).
               10 Trade-Hour-Count     PIC 9(7).
               10 Trade-Hour-Items     PIC 9(9).
       01 Trade-Day-Names.
           05 FILLER              PIC X(9) VALUE "Monday".
           05 FILLER              PIC X(9) VALUE "Tuesday".
           05 FILLER              PIC X(9) VALUE "Wednesday".
           05 FILLER              PIC X(9) VALUE "Thursday".
           05 FILLER              PIC X(9) VALUE "Friday".
           05 FILLER              PIC X(9) VALUE "Saturday".
           05 FILLER              PIC X(9) VALUE "Sunday".
       01 Trade-Day-Name-Table REDEFINES Trade-Day-Names.
           05 Trade-Day-Name OCCURS 7 TIMES PIC X(9).
       01 Trade-Day-Table.
           05 Trade-Day-Entry OCCURS 7 TIMES.
               10 Trade-Day-Amt        PIC 9(12).
               10 Trade-Day-Count      PIC 9(7).
               10 Trade-Day-Items      PIC 9(9).
       01 Trade-Casher-Table.
           05 Trade-Casher-Entry OCCURS 30 TIMES.
               10 Trade-Casher-ID        PIC X(6).
               10 Trade-Casher-Amt       PIC 9(12).
               10 Trade-Casher-Count     PIC 9(7).
               10 Trade-Casher-Voids     PIC 9(5).
               10 Trade-Casher-Refunds   PIC 9(5).
               10 Trade-Casher-Ref-Amt   PIC 9(12).
               10 Trade-Casher-Method-Amt OCCURS 5 TIMES PIC 9(12).
       01 Trade-Casher-Total      PIC 9(2).
       01 Trade-Casher-IDX        PIC 9(2).
       01 Trade-Casher-Full       PIC X(1).
       01 Trade-Scan-Casher       PIC X(6).
       01 Trade-Hour-IDX          PIC 9(2).
       01 Trade-Day-IDX           PIC 9(1).
       01 Trade-Day-Int           PIC 9(8).
       01 Trade-Day-Quot          PIC 9(8).
       01 Trade-Day-Rem           PIC 9(1).
       01 Trade-Inv-Items         PIC 9(7).
       01 Trade-Avg-Basket        PIC 9(10)V99.
       01 Trade-Avg-Items         PIC 9(5)V9.
       01 Trade-Hour-Label        PIC X(5).
       01 Trade-Amt-Display       PIC ZZZZZZZZZ9.
       01 Trade-Count-Display     PIC ZZZZZ9.
       01 Trade-Avg-Display       PIC ZZZZZZ9.99.
       01 Trade-Items-Display     PIC ZZZ9.9.
       01 Trade-Share-Line.
           05 Trade-Share-Cell OCCURS 5 TIMES.
               10 FILLER              PIC X(2).
               10 Trade-Share-Display PIC ZZ9.9.
               10 Trade-Share-Pct     PIC X(1).
      *>  Daily GL journal. The posting types in slot order, each
      *>  with the account code and description glmap.dat is seeded
      *>  with the first time it is opened.
       01 GL-Type-Defaults.
           05 FILLER PIC X(10) VALUE "SALES".
           05 FILLER PIC X(10) VALUE "4000".
           05 FILLER PIC X(24) VALUE "Sales revenue".
           05 FILLER PIC X(10) VALUE "DISCOUNT".
           05 FILLER PIC X(10) VALUE "4100".
           05 FILLER PIC X(24) VALUE "Discounts allowed".
           05 FILLER PIC X(10) VALUE "LOYALTY".
           05 FILLER PIC X(10) VALUE "4150".
           05 FILLER PIC X(24) VALUE "Loyalty points redeemed".
           05 FILLER PIC X(10) VALUE "TAX".
           05 FILLER PIC X(10) VALUE "2200".
           05 FILLER PIC X(24) VALUE "Sales tax collected".
           05 FILLER PIC X(10) VALUE "CASH".
           05 FILLER PIC X(10) VALUE "1000".
           05 FILLER PIC X(24) VALUE "Cash in till".
           05 FILLER PIC X(10) VALUE "MOBILE".
           05 FILLER PIC X(10) VALUE "1010".
           05 FILLER PIC X(24) VALUE "Mobile payments clearing".
           05 FILLER PIC X(10) VALUE "CARD".
           05 FILLER PIC X(10) VALUE "1020".
           05 FILLER PIC X(24) VALUE "Card payments clearing".
           05 FILLER PIC X(10) VALUE "AR".
           05 FILLER PIC X(10) VALUE "1100".
           05 FILLER PIC X(24) VALUE "Accounts receivable".
           05 FILLER PIC X(10) VALUE "RETURNS".
           05 FILLER PIC X(10) VALUE "4200".
           05 FILLER PIC X(24) VALUE "Sales returns".
           05 FILLER PIC X(10) VALUE "INVENTORY".
           05 FILLER PIC X(10) VALUE "1200".
           05 FILLER PIC X(24) VALUE "Inventory".
           05 FILLER PIC X(10) VALUE "AP".
           05 FILLER PIC X(10) VALUE "2000".
           05 FILLER PIC X(24) VALUE "Accounts payable".
           05 FILLER PIC X(10) VALUE "BANK".
           05 FILLER PIC X(10) VALUE "1030".
           05 FILLER PIC X(24) VALUE "Bank".
           05 FILLER PIC X(10) VALUE "COGS".
           05 FILLER PIC X(10) VALUE "5000".
           05 FILLER PIC X(24) VALUE "Cost of goods sold".
           05 FILLER PIC X(10) VALUE "WRITEOFF".
           05 FILLER PIC X(10) VALUE "5100".
           05 FILLER PIC X(24) VALUE "Stock write-offs".
           05 FILLER PIC X(10) VALUE "LAYDEP".
           05 FILLER PIC X(10) VALUE "2300".
           05 FILLER PIC X(24) VALUE "Layaway deposits held".
           05 FILLER PIC X(10) VALUE "FORFEIT".
           05 FILLER PIC X(10) VALUE "4300".
           05 FILLER PIC X(24) VALUE "Forfeited deposits".
       01 GL-Type-Table REDEFINES GL-Type-Defaults.
           05 GL-Type-Entry OCCURS 16 TIMES.
               10 GL-Type-Code        PIC X(10).
               10 GL-Type-Def-Account PIC X(10).
               10 GL-Type-Def-Desc    PIC X(24).
       01 GL-Type-Count           PIC 9(2) VALUE 16.
       01 GL-Slot-Sales           PIC 9(2) VALUE 1.
       01 GL-Slot-Discount        PIC 9(2) VALUE 2.
       01 GL-Slot-Loyalty         PIC 9(2) VALUE 3.
       01 GL-Slot-Tax             PIC 9(2) VALUE 4.
       01 GL-Slot-Cash            PIC 9(2) VALUE 5.
       01 GL-Slot-Mobile          PIC 9(2) VALUE 6.
       01 GL-Slot-Card            PIC 9(2) VALUE 7.
       01 GL-Slot-AR              PIC 9(2) VALUE 8.
       01 GL-Slot-Returns         PIC 9(2) VALUE 9.
       01 GL-Slot-Inventory       PIC 9(2) VALUE 10.
       01 GL-Slot-AP              PIC 9(2) VALUE 11.
       01 GL-Slot-Bank            PIC 9(2) VALUE 12.
       01 GL-Slot-COGS            PIC 9(2) VALUE 13.
       01 GL-Slot-Writeoff        PIC 9(2) VALUE 14.
       01 GL-Slot-Laydep          PIC 9(2) VALUE 15.
       01 GL-Slot-Forfeit         PIC 9(2) VALUE 16.
       01 GL-Slot-Table.
           05 GL-Slot-Entry OCCURS 16 TIMES.
               10 GL-Slot-Account     PIC X(10).
               10 GL-Slot-Desc        PIC X(24).
               10 GL-Slot-Dr          PIC 9(12).
               10 GL-Slot-Cr          PIC 9(12).
       01 GL-Acct-Table.
           05 GL-Acct-Entry OCCURS 16 TIMES.
               10 GL-Acct-Code        PIC X(10).
               10 GL-Acct-Desc        PIC X(24).
               10 GL-Acct-Net         PIC S9(12).
       01 GL-Acct-Total           PIC 9(2).
       01 GL-Acct-IDX             PIC 9(2).
       01 GL-Dr-Slot              PIC 9(2).
       01 GL-Slot-IDX             PIC 9(2).
       01 GL-Map-Relative-Key     PIC 9(3).
       01 GL-Post-Relative-Key    PIC 9(5).
       01 GL-Post-Max-Key         PIC 9(5).
       01 GL-Date                 PIC 9(8).
       01 GL-Today                PIC 9(8).
       01 GL-Already              PIC X(1).
       01 GL-EOF                  PIC X(1).
       01 GL-Amount               PIC S9(12).
       01 GL-Item-ID              PIC 9(5).
       01 GL-Item-Qty             PIC 9(5).
       01 GL-Cr-Slot              PIC 9(2).
       01 GL-Tot-Dr               PIC 9(12).
       01 GL-Tot-Cr               PIC 9(12).
       01 GL-Line-Dr              PIC 9(12).
       01 GL-Line-Cr              PIC 9(12).
       01 GL-Line-Count           PIC 9(3).
       01 GL-Amt-Format           PIC ZZZZZZZZZZZ9.
       01 GL-Dr-Text              PIC X(12).
       01 GL-Cr-Text              PIC X(12).
       01 GL-Map-Choice           PIC 9(2).
       01 GL-Map-New-Account      PIC X(10).
       01 GL-Map-New-Desc         PIC X(24).
       01 GL-Slot-Display         PIC Z9.
      *>  Overnight batch run. The steps in the order a full cycle
      *>  runs them; a cycle's step list is kept as their numbers.
       01 Batch-Step-List.
           05 FILLER PIC X(8) VALUE "VERIFY".
           05 FILLER PIC X(8) VALUE "BACKUP".
           05 FILLER PIC X(8) VALUE "ARCHIVE".
           05 FILLER PIC X(8) VALUE "PROMO".
           05 FILLER PIC X(8) VALUE "REPORT".
       01 Batch-Step-Table REDEFINES Batch-Step-List.
           05 Batch-Step-Name OCCURS 5 TIMES PIC X(8).
       01 Batch-Command-Line      PIC X(100).
       01 Batch-Args.
           05 Batch-Arg OCCURS 8 TIMES PIC X(10).
       01 Batch-Arg-Count         PIC 9(2).
       01 Batch-Arg-IDX           PIC 9(2).
       01 Batch-Steps             PIC X(5).
       01 Batch-Steps-Len         PIC 9(1).
       01 Batch-Step-Pos          PIC 9(1).
       01 Batch-Start-Pos         PIC 9(1).
       01 Batch-Step              PIC 9(1).
       01 Batch-Step-Found        PIC X(1).
       01 Batch-Fresh             PIC X(1).
       01 Batch-Bad-Arg           PIC X(10).
       01 Batch-Failed            PIC X(1).
       01 Batch-Date              PIC 9(8).
       01 Batch-Run-Date          PIC 9(8).
       01 Batch-Next-Date         PIC 9(8).
       01 Batch-Time              PIC 9(8).
       01 Batch-Start-Time        PIC X(8).
       01 Batch-End-Time          PIC X(8).
       01 Batch-Step-RC           PIC 9(2).
       01 Batch-RC                PIC 9(2).
       01 Batch-Records           PIC 9(7).
       01 Batch-Records-Display   PIC ZZZZZZ9.
       01 Batch-Note              PIC X(50).
       01 Batch-Step-Names        PIC X(50).
       01 Batch-Names-Ptr         PIC 9(3).
       01 Job-Log-Path            PIC X(40).
       01 Promo-Expired-Count     PIC 9(5).
       01 Promo-Fail-Count        PIC 9(5).
      *>  Layaway working fields. The lines of the layaway being
      *>  raised or collected are held here, because scanning
      *>  layaway.dat for reservations reuses the record buffer;
      *>  Lay-Save-Record is one Layaway-Record, byte for byte.
       01 Lay-Work-Table.
           05 Lay-Work-Line OCCURS 20 TIMES.
               10 Lay-Work-Item-ID     PIC 9(5).
               10 Lay-Work-Qty         PIC 9(3).
               10 Lay-Work-Price       PIC 9(10).
               10 Lay-Work-Special     PIC X(1).
       01 Lay-Work-Count          PIC 9(2).
       01 Lay-Line-IDX            PIC 9(2).
       01 Lay-Scan-IDX            PIC 9(2).
       01 Lay-Save-Record         PIC X(459).
       01 Layaway-Relative-Key    PIC 9(5).
       01 LayPay-Relative-Key     PIC 9(5).
       01 Lay-Max-Key             PIC 9(5).
       01 LayPay-Max-Key          PIC 9(5).
       01 Lay-EOF                 PIC X(1).
       01 LayPay-EOF              PIC X(1).
       01 Lay-Today               PIC 9(8).
       01 Lay-Found               PIC X(1).
       01 Lay-Special             PIC X(1).
       01 Lay-Stock-OK            PIC X(1).
       01 Lay-Input-ID            PIC 9(5).
       01 Lay-Cur-ID              PIC 9(5).
       01 Lay-Customer-ID         PIC 9(5).
       01 Lay-Cust-Name           PIC X(20).
       01 Lay-Item-Input          PIC 9(5).
       01 Lay-Qty                 PIC 9(3).
       01 Lay-Avail               PIC S9(6).
       01 Lay-Free-Qty            PIC 9(5).
       01 Reserve-Item-ID         PIC 9(5).
       01 Reserve-Skip-ID         PIC 9(5).
       01 Reserved-Qty            PIC 9(5).
       01 Lay-Goods               PIC 9(10).
       01 Lay-Total               PIC 9(10).
       01 Lay-Amount              PIC 9(10).
       01 Lay-Balance             PIC 9(10).
       01 Lay-Method              PIC X(6).
       01 Lay-Tendered            PIC 9(10).
       01 Lay-Change              PIC 9(10).
       01 Lay-Pay-Type            PIC X(7).
       01 Lay-Paid-Cash           PIC 9(10).
       01 Lay-Paid-Mobile         PIC 9(10).
       01 Lay-Paid-Card           PIC 9(10).
       01 Lay-Next-SC-ID          PIC 9(5).
       01 Lay-Count               PIC 9(5).
       01 Lay-Amt-Display         PIC ZZZZZZZZZ9.
       01 Lay-Bal-Display         PIC ZZZZZZZZZ9.
       01 Lay-ID-Display          PIC ZZZZ9.
       01 Lay-Qty-Display         PIC ZZ9.
       01 Lay-Note                PIC X(16).
       01 WS-Login-HH2            PIC 9(2).
       01 WS-Login-MM2            PIC 9(2).
       01 WS-Login-SS2            PIC 9(2).
                   10 Category-Profit-Qty      PIC 9(8).
                   10 Category-Profit-Revenue  PIC 9(10).
                   10 Category-Profit-Cost     PIC 9(10).
      *>  Weighted-average unit cost of Avg-Cost-Item-ID: value of
      *>  its receipts dated on or before Avg-Cost-Date over their
      *>  quantity, all receipts when none are that old yet.
       01 Avg-Cost-Item-ID        PIC 9(5).
       01 Avg-Cost-Date           PIC 9(8).
       01 Avg-Unit-Cost           PIC 9(10).
       01 Avg-Cost-Qty            PIC 9(7).
       01 Avg-Cost-Value          PIC 9(13).
       01 Avg-Cost-All-Qty        PIC 9(7).
       01 Avg-Cost-All-Value      PIC 9(13).
       01 Avg-Cost-Scan-Date      PIC 9(8).
       01 Avg-Cost-EOF            PIC X(1).
      *>  Stock ledger working set - one slot per item with its
      *>  movements inside the report range, the net movement after
      *>  the range (to roll Item-Qty back to the closing balance)
      *>  and the receipts that price it at weighted-average cost.
       01 Ledger-Table.
           05 Ledger-Entry OCCURS 200 TIMES.
               10 Ledger-Item-ID       PIC 9(5).
               10 Ledger-Name          PIC X(20).
               10 Ledger-Category      PIC X(12).
               10 Ledger-On-Hand       PIC 9(3).
               10 Ledger-Receipts      PIC 9(7).
               10 Ledger-Sales         PIC 9(7).
               10 Ledger-Returns       PIC 9(7).
               10 Ledger-Variance      PIC S9(7).
               10 Ledger-Transfers     PIC S9(7).
               10 Ledger-After         PIC S9(7).
               10 Ledger-Cost-Qty      PIC 9(7).
               10 Ledger-Cost-Value    PIC 9(13).
               10 Ledger-All-Qty       PIC 9(7).
               10 Ledger-All-Value     PIC 9(13).
               10 Ledger-Open-Cost-Qty PIC 9(7).
               10 Ledger-Open-Cost-Value PIC 9(13).
       01 Ledger-Total            PIC 9(3).
       01 Ledger-IDX              PIC 9(3).
       01 Ledger-IDX2             PIC 9(3).
       01 Ledger-Cat-IDX          PIC 9(2).
       01 Ledger-Truncated        PIC X(1).
       01 Ledger-Start            PIC 9(8).
       01 Ledger-End              PIC 9(8).
       01 Ledger-Scan-Item        PIC 9(5).
       01 Ledger-Scan-Date        PIC 9(8).
       01 Ledger-Scan-Qty         PIC S9(7).
       01 Ledger-Unit-Cost        PIC 9(10).
       01 Ledger-Open-Cost        PIC 9(10).
       01 Ledger-Opening          PIC S9(7).
       01 Ledger-Closing          PIC S9(7).
       01 Ledger-Open-Value       PIC S9(13).
       01 Ledger-Recv-Value       PIC S9(13).
       01 Ledger-Sold-Value       PIC S9(13).
       01 Ledger-Ret-Value        PIC S9(13).
       01 Ledger-Var-Value        PIC S9(13).
       01 Ledger-Xfer-Value       PIC S9(13).
       01 Ledger-Reval-Value      PIC S9(13).
       01 Ledger-Close-Value      PIC S9(13).
      *>  Stock location the ledger is run for - 0 is the whole shop.
       01 Ledger-Location         PIC 9(1).
       01 Ledger-Scan-Loc         PIC 9(1).
       01 Ledger-CSV-Xfer-Qty     PIC X(8).
      *>  Slots 1-10 follow Category-Index-Name; slot 11 takes any
      *>  item whose category is no longer on file.
       01 Ledger-Cat-Totals.
           05 Ledger-Cat-Entry OCCURS 11 TIMES.
               10 Ledger-Cat-Open      PIC S9(13).
               10 Ledger-Cat-Recv      PIC S9(13).
               10 Ledger-Cat-Sold      PIC S9(13).
               10 Ledger-Cat-Ret       PIC S9(13).
               10 Ledger-Cat-Var       PIC S9(13).
               10 Ledger-Cat-Xfer      PIC S9(13).
               10 Ledger-Cat-Reval     PIC S9(13).
               10 Ledger-Cat-Close     PIC S9(13).
       01 Ledger-Shop-Totals.
           05 Ledger-Shop-Open        PIC S9(13).
           05 Ledger-Shop-Recv        PIC S9(13).
           05 Ledger-Shop-Sold        PIC S9(13).
           05 Ledger-Shop-Ret         PIC S9(13).
           05 Ledger-Shop-Var         PIC S9(13).
           05 Ledger-Shop-Xfer        PIC S9(13).
           05 Ledger-Shop-Reval       PIC S9(13).
           05 Ledger-Shop-Close       PIC S9(13).
       01 Ledger-Cat-Name         PIC X(12).
      *>  Print lines: open / received / sold / returned / variance
      *>  / transfers / close as quantities per item, and the same
      *>  with the revaluation before close as values per total.
       01 Ledger-Qty-Line.
           05 Ledger-Qty-Cell OCCURS 7 TIMES.
               10 FILLER               PIC X(1).
               10 Ledger-Qty-Display   PIC -(5)9.
       01 Ledger-Value-Line.
           05 Ledger-Value-Cell OCCURS 8 TIMES.
               10 FILLER               PIC X(1).
               10 Ledger-Value-Display PIC -(11)9.
       01 Ledger-Close-Display    PIC -(11)9.
       01 Ledger-Reval-Display    PIC -(9)9.
       01 Ledger-Cost-Display     PIC Z(9)9.
       01 Ledger-Col              PIC 9(1).
       01 Ledger-CSV-Ptr          PIC 9(3).
       01 Blank-Space.
           05 A1 PIC X(1) VALUE SPACE.
           05 A2 PIC X(2) VALUE SPACE.
           05 Change-Display                   PIC ZZZZZZZZZ9.
       01  String-Format PIC X(10).
       PROCEDURE DIVISION.
      *>  "BATCH" on the command line runs the overnight cycle with
      *>  no prompts and ends with its worst step return code;
      *>  anything else starts the register as usual.
           ACCEPT Batch-Command-Line FROM COMMAND-LINE
           MOVE SPACES TO Batch-Args
           MOVE 0 TO Batch-Arg-Count
           UNSTRING FUNCTION UPPER-CASE(Batch-Command-Line)
               DELIMITED BY ALL SPACE
               INTO Batch-Arg(1) Batch-Arg(2) Batch-Arg(3)
                    Batch-Arg(4) Batch-Arg(5) Batch-Arg(6)
                    Batch-Arg(7) Batch-Arg(8)
               TALLYING IN Batch-Arg-Count
           END-UNSTRING
           IF Batch-Arg(1) = "BATCH"
               PERFORM Batch-Run
               MOVE Batch-RC TO RETURN-CODE
           ELSE
               PERFORM Dashborad
           END-IF
           STOP RUN.
       Dashborad.

           MOVE "Y" TO EF
           MOVE "N" TO Admin-permission
           MOVE "N" TO Casher-permission
           MOVE "N" TO Login-Perm-Setup
           MOVE "N" TO Login-Perm-Archive
           MOVE "N" TO Login-Perm-Payments
           MOVE "N" TO Login-Perm-Credit
           MOVE "N" TO EFC
           MOVE "N" TO Flag
           MOVE "N" TO Cart-Flag
           DISPLAY "Enter Password: "
           ACCEPT Input-Password

           PERFORM Check-User-Login
           MOVE User-Found TO Admin-permission
           IF Admin-permission = "Y"
               PERFORM Record-Login-Success
               IF Login-Force-Change = "Y"
                   PERFORM Force-Password-Change
               END-IF
           ELSE
               PERFORM Record-Login-Failure
               IF Login-Inactive = "Y"
                   DISPLAY ESC Red-On
                   "This login has been deactivated." ESC Reset-Color
               END-IF
           END-IF
           PERFORM Register
           END-IF.
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               DISPLAY "Register Admin Id: "
               ACCEPT User-Work-ID
               COMPUTE ID-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(User-Work-ID))
               IF ID-LEN = 6
                   PERFORM Admin-Check
               ELSE
                   PERFORM Admin-Register
               END-IF.
       Admin-Check.
           MOVE "A" TO User-Work-Role
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           PERFORM Register-User
           IF User-Found = "Y"
               PERFORM Admin-Register
           END-IF.
       Password-Check.
           MOVE "N" TO Done
           MOVE SPACES TO Input-Password
           MOVE 'N' TO Has-Upper Has-Lower Has-Number Has-Special

           DISPLAY Password-Prompt
                   ACCEPT Input-Password

           COMPUTE Password-Length =
               DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
               DISPLAY "Register Casher Id:"
              ACCEPT User-Work-ID
               COMPUTE ID-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(User-Work-ID))
               IF ID-LEN = 6
                   PERFORM Casher-Check
               ELSE
                   PERFORM Casher-Register
               END-IF.
       Casher-Check.
           MOVE "C" TO User-Work-Role
           PERFORM Register-User
           IF User-Found = "Y"
               PERFORM Casher-Register
           ELSE
               DISPLAY Bold-On
               H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           END-IF.
       Super-Register.
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
               DISPLAY "Register Supervisor Id:"
               ACCEPT User-Work-ID
               COMPUTE ID-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(User-Work-ID))
               IF ID-LEN = 6
                   PERFORM Super-Check
               ELSE
                   PERFORM Super-Register
               END-IF.
       Super-Check.
           MOVE "S" TO User-Work-Role
           PERFORM Register-User
           IF User-Found = "Y"
               PERFORM Super-Register
           ELSE
               DISPLAY Bold-On
               H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           END-IF.

      *>  Adds User-Work-ID to user.dat in role User-Work-Role with
      *>  that role's default menu areas, unless the ID is already
      *>  taken (User-Found "Y"). The logged-in user's own password
      *>  in Input-Password is kept across Password-Check.
       Register-User.
           PERFORM Open-User-File
           PERFORM Find-User
           CLOSE UserFile
           IF User-Found = "Y"
               DISPLAY ESC Red-On
               "Already exists. Please add a new member!"
               ESC Reset-Color
           ELSE
               MOVE Input-Password TO User-Old-PW
               MOVE "Register Password: " TO Password-Prompt
               PERFORM Password-Check
               MOVE Input-Password TO User-Work-PW
               MOVE User-Old-PW TO Input-Password
               DISPLAY "Force password change at first login? (Y/N): "
               ACCEPT User-Perm-Input
               PERFORM Open-User-File
               PERFORM Find-User
               PERFORM Build-User-Record
               ACCEPT User-Today FROM DATE YYYYMMDD
               MOVE User-Today TO User-PW-Date
               IF FUNCTION UPPER-CASE(User-Perm-Input) = "Y"
                   MOVE "Y" TO User-Force-Change
               ELSE
                   MOVE "N" TO User-Force-Change
               END-IF
               ADD 1 TO User-Max-Key
               MOVE User-Max-Key TO User-Relative-Key
               WRITE User-Record INVALID KEY
                   DISPLAY ESC Red-On
                   "Error: Unable to write record." ESC Reset-Color
               END-WRITE
               CLOSE UserFile
               MOVE "USER-ADD" TO Audit-Action
               MOVE User-Work-ID TO Audit-Key
               MOVE SPACES TO Audit-Old-Value
               MOVE SPACES TO Audit-New-Value
               STRING "ROLE=" User-Work-Role " FORCE="
                   User-Force-Change
                   DELIMITED BY SIZE INTO Audit-New-Value
               PERFORM Write-Audit
               DISPLAY ESC Green-On
               "Register successful. Welcome, " User-Work-ID
               ESC Reset-Color
           END-IF.

      *>  Keys a supervisor's ID and password against user.dat and
      *>  takes the reason code every override must carry. Leaves
      *>  Super-Approved and, when approved, the supervisor's ID in
      *>  Super-Input-ID and the reason in Override-Reason for the
           ACCEPT Super-Input-ID
           DISPLAY "Supervisor Password: "
           ACCEPT Super-Input-PW
           PERFORM Open-User-File
           MOVE Super-Input-ID TO User-Work-ID
           PERFORM Find-User
           CLOSE UserFile
           IF User-Found = "Y"
              AND User-PW = Super-Input-PW
              AND User-Role = "S"
              AND User-Active = "Y"
               MOVE "Y" TO Super-Approved
           END-IF
           IF Super-Approved = "Y"
               DISPLAY "Reason (1=Keyed Error 2=Customer Left"
                       " 3=Suspected Fraud 4=Other): "
           WRITE Audit-Record
           CLOSE AuditFile.

      *>  Opens user.dat I-O, building it from the older
      *>  credential files the first time it is needed.
       Open-User-File.
           OPEN I-O UserFile
           IF File-Status = "35"
               PERFORM Convert-Old-Logins
               OPEN I-O UserFile
           END-IF.

      *>  Seeds a new user.dat from admin.txt, super.txt and
      *>  casher.txt, in that order - an ID found in more than one of
      *>  them keeps the first role. Converted users keep the menus
      *>  they could reach before: admins every area, till users
      *>  customer credit limits only.
       Convert-Old-Logins.
           OPEN OUTPUT UserFile
           MOVE 0 TO User-Max-Key
           MOVE 0 TO User-Conv-Count
           ACCEPT User-Today FROM DATE YYYYMMDD
           OPEN INPUT AdminFile
           IF File-Status = "00"
               MOVE "admin.txt" TO User-Conv-Source
               MOVE "N" TO EF
               PERFORM UNTIL EF = "Y"
                   READ AdminFile
                       AT END
                           MOVE "Y" TO EF
                       NOT AT END
                           MOVE Admin-ID TO User-Work-ID
                           MOVE Admin-PW TO User-Work-PW
                           MOVE "A" TO User-Work-Role
                           PERFORM Convert-One-Login
                   END-READ
               END-PERFORM
               CLOSE AdminFile
           END-IF
           OPEN INPUT SuperFile
           IF File-Status = "00"
               MOVE "super.txt" TO User-Conv-Source
               MOVE "N" TO EF
               PERFORM UNTIL EF = "Y"
                   READ SuperFile
                       AT END
                           MOVE "Y" TO EF
                       NOT AT END
                           MOVE Super-ID TO User-Work-ID
                           MOVE Super-PW TO User-Work-PW
                           MOVE "S" TO User-Work-Role
                           PERFORM Convert-One-Login
                   END-READ
               END-PERFORM
               CLOSE SuperFile
           END-IF
           OPEN INPUT CasherFile
           IF File-Status = "00"
               MOVE "casher.txt" TO User-Conv-Source
               MOVE "N" TO EF
               PERFORM UNTIL EF = "Y"
                   READ CasherFile
                       AT END
                           MOVE "Y" TO EF
                       NOT AT END
                           MOVE Casher-ID TO User-Work-ID
                           MOVE Casher-PW TO User-Work-PW
                           MOVE "C" TO User-Work-Role
                           PERFORM Convert-One-Login
                   END-READ
               END-PERFORM
               CLOSE CasherFile
           END-IF
           CLOSE UserFile.

       Convert-One-Login.
           IF User-Work-ID NOT = SPACES
               MOVE "N" TO User-Conv-Dup
               PERFORM VARYING User-Conv-IDX FROM 1 BY 1
                   UNTIL User-Conv-IDX > User-Conv-Count
                   IF User-Conv-ID(User-Conv-IDX) = User-Work-ID
                       MOVE "Y" TO User-Conv-Dup
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF User-Conv-Dup = "Y" OR User-Conv-Count >= 500
                   DISPLAY ESC Yellow-On
                   "Login not converted (ID already taken): "
                   User-Work-ID " in " User-Conv-Source
                   ESC Reset-Color
               ELSE
                   ADD 1 TO User-Conv-Count
                   MOVE User-Work-ID TO User-Conv-ID(User-Conv-Count)
                   PERFORM Build-User-Record
                   MOVE User-Today TO User-PW-Date
                   MOVE "N" TO User-Force-Change
                   ADD 1 TO User-Max-Key
                   MOVE User-Max-Key TO User-Relative-Key
                   WRITE User-Record INVALID KEY
                       DISPLAY ESC Red-On
                       "Error: Unable to write record." ESC Reset-Color
                   END-WRITE
      *>      Nobody has logged in yet, so the conversion is booked
      *>      to SYSTEM rather than to whatever ID was just keyed.
                   MOVE Input-ID TO User-Old-PW
                   MOVE "SYSTEM" TO Input-ID
                   MOVE "USER-CONV" TO Audit-Action
                   MOVE User-Work-ID TO Audit-Key
                   MOVE User-Conv-Source TO Audit-Old-Value
                   MOVE SPACES TO Audit-New-Value
                   STRING "ROLE=" User-Work-Role
                       DELIMITED BY SIZE INTO Audit-New-Value
                   PERFORM Write-Audit
                   MOVE User-Old-PW TO Input-ID
               END-IF
           END-IF.

      *>  Fresh User-Record for User-Work-ID / User-Work-PW /
      *>  User-Work-Role with the role's default menu areas. The
      *>  caller sets the password date and force-change flag.
       Build-User-Record.
           MOVE User-Work-ID TO User-ID
           MOVE User-Work-PW TO User-PW
           MOVE User-Work-Role TO User-Role
           MOVE "Y" TO User-Active
           IF User-Work-Role = "A"
               MOVE "Y" TO User-Perm-Setup
               MOVE "Y" TO User-Perm-Archive
               MOVE "Y" TO User-Perm-Payments
           ELSE
               MOVE "N" TO User-Perm-Setup
               MOVE "N" TO User-Perm-Archive
               MOVE "N" TO User-Perm-Payments
           END-IF
           MOVE "Y" TO User-Perm-Credit.

      *>  Scans the open UserFile for User-Work-ID, leaving it in the
      *>  record area when User-Found is "Y". A miss scans the whole
      *>  file, so User-Max-Key is then the highest key in use.
       Find-User.
           MOVE 0 TO User-Max-Key
           MOVE "N" TO User-Found
           MOVE "N" TO User-EOF
           PERFORM UNTIL User-EOF = "Y"
               READ UserFile NEXT RECORD
                   AT END
                       MOVE "Y" TO User-EOF
                   NOT AT END
                       IF User-Relative-Key > User-Max-Key
                           MOVE User-Relative-Key TO User-Max-Key
                       END-IF
                       IF User-ID = User-Work-ID
                           MOVE "Y" TO User-Found
                           MOVE "Y" TO User-EOF
                       END-IF
           END-PERFORM.

      *>  Checks Input-ID / Input-Password against user.dat for the
      *>  login screen named by Login-Role-Code (A = admin, C = till,
      *>  which supervisors may use too). User-Found ends "Y" only
      *>  for an active user with the right password and role; a
      *>  right password on a deactivated login sets Login-Inactive.
      *>  On success the user's menu areas go to Login-Perms.
       Check-User-Login.
           MOVE "N" TO Login-Inactive
           MOVE "N" TO Login-Force-Change
           MOVE "N" TO Login-Perm-Setup
           MOVE "N" TO Login-Perm-Archive
           MOVE "N" TO Login-Perm-Payments
           MOVE "N" TO Login-Perm-Credit
           PERFORM Open-User-File
           MOVE Input-ID TO User-Work-ID
           PERFORM Find-User
           CLOSE UserFile
           IF User-Found = "Y"
               IF User-PW NOT = Input-Password
                  OR (Login-Role-Code = "A" AND User-Role NOT = "A")
                  OR (Login-Role-Code = "C" AND User-Role = "A")
                   MOVE "N" TO User-Found
               ELSE
                   IF User-Active NOT = "Y"
                       MOVE "N" TO User-Found
                       MOVE "Y" TO Login-Inactive
                   ELSE
                       MOVE User-Force-Change TO Login-Force-Change
                       MOVE User-Perm-Setup TO Login-Perm-Setup
                       MOVE User-Perm-Archive TO Login-Perm-Archive
                       MOVE User-Perm-Payments TO Login-Perm-Payments
                       MOVE User-Perm-Credit TO Login-Perm-Credit
                   END-IF
               END-IF
           END-IF.

      *>  A login flagged for a forced change cannot go on until a
      *>  new password has been set.
       Force-Password-Change.
           DISPLAY ESC Yellow-On
           "Your password must be changed before you continue."
           ESC Reset-Color
           MOVE Input-Password TO User-Old-PW
           PERFORM Open-User-File
           MOVE Input-ID TO User-Work-ID
           PERFORM Find-User
           IF User-Found = "Y"
               PERFORM Set-Own-Password
           END-IF
           CLOSE UserFile.

      *>  Lets the logged-in user change their own password after
      *>  keying the current one.
       Change-My-Password.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Change Password" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY "Current Password: "
           ACCEPT User-Old-PW
           PERFORM Open-User-File
           MOVE Input-ID TO User-Work-ID
           PERFORM Find-User
           IF User-Found = "N" OR User-PW NOT = User-Old-PW
               DISPLAY ESC Red-On "Current password incorrect."
               ESC Reset-Color
           ELSE
               PERFORM Set-Own-Password
           END-IF
           CLOSE UserFile.

      *>  Takes a new password for the user in the User-Record area
      *>  (UserFile open I-O), which must differ from User-Old-PW,
      *>  stamps today as the change date and clears the forced-
      *>  change flag.
       Set-Own-Password.
           MOVE "New Password: " TO Password-Prompt
           MOVE "N" TO User-Saved
           PERFORM UNTIL User-Saved = "Y"
               PERFORM Password-Check
               IF Input-Password = User-Old-PW
                   DISPLAY ESC Red-On
                   "New password must differ from the old one."
                   ESC Reset-Color
               ELSE
                   MOVE "Y" TO User-Saved
               END-IF
           END-PERFORM
           MOVE "Register Password: " TO Password-Prompt
           MOVE Input-Password TO User-PW
           ACCEPT User-Today FROM DATE YYYYMMDD
           MOVE User-Today TO User-PW-Date
           MOVE "N" TO User-Force-Change
           REWRITE User-Record INVALID KEY
               DISPLAY ESC Red-On
               "Error: Unable to rewrite record." ESC Reset-Color
           END-REWRITE
           IF File-Status = "00"
               MOVE "N" TO Login-Force-Change
               MOVE "PW-CHANGE" TO Audit-Action
               MOVE User-ID TO Audit-Key
               MOVE SPACES TO Audit-Old-Value
               MOVE SPACES TO Audit-New-Value
               PERFORM Write-Audit
               DISPLAY ESC Green-On "Password changed successfully."
               ESC Reset-Color
           END-IF.

      *>  Admin screens over user.dat: who has access, adding users,
      *>  deactivating leavers, granting menu areas and resetting
      *>  forgotten passwords. Every change is written to audit.dat.
       User-Admin-Menu.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "User Administration" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY a b "1. List Users"
           DISPLAY a b "2. Add User"
           DISPLAY a b "3. Deactivate / Reactivate User"
           DISPLAY a b "4. Set Menu Permissions"
           DISPLAY a b "5. Reset User Password"
           DISPLAY a b "6. Change My Password"
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY Bold-On "0. Back" Bold-Off
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY "Enter choose Option:"
           ACCEPT User-Choice
           EVALUATE User-Choice
               WHEN "1"
                   PERFORM List-Users
               WHEN "2"
                   PERFORM Add-User
               WHEN "3"
                   PERFORM Toggle-User-Active
               WHEN "4"
                   PERFORM Set-User-Permissions
               WHEN "5"
                   PERFORM Reset-User-Password
               WHEN "6"
                   PERFORM Change-My-Password
                   PERFORM User-Admin-Menu
               WHEN "0"
                   PERFORM NextProcess
               WHEN OTHER
                   DISPLAY "Please choose only (1,2,3,4,5,6,0) "
                   PERFORM User-Admin-Menu
           END-EVALUATE.

       List-Users.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Users" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY "User-ID Role       Status   Pw Changed Force "
                   "Setup Archive Payments Credit"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           PERFORM Open-User-File
           MOVE "N" TO User-EOF
           PERFORM UNTIL User-EOF = "Y"
               READ UserFile NEXT RECORD
                   AT END
                       MOVE "Y" TO User-EOF
                   NOT AT END
                       PERFORM Set-User-Names
                       DISPLAY User-ID A2
                               User-Role-Name A1
                               User-Status-Name A1
                               User-PW-Date A3
                               User-Force-Change A5
                               User-Perm-Setup A5 A2
                               User-Perm-Archive A5 A3
                               User-Perm-Payments A5 A3
                               User-Perm-Credit
           END-PERFORM
           CLOSE UserFile
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           PERFORM User-Admin-Menu.

       Set-User-Names.
           EVALUATE User-Role
               WHEN "A"
                   MOVE "Admin" TO User-Role-Name
               WHEN "S"
                   MOVE "Supervisor" TO User-Role-Name
               WHEN OTHER
                   MOVE "Casher" TO User-Role-Name
           END-EVALUATE
           IF User-Active = "Y"
               MOVE "Active" TO User-Status-Name
           ELSE
               MOVE "Inactive" TO User-Status-Name
           END-IF.

       Add-User.
           DISPLAY " "
           DISPLAY "Role (1=Admin 2=Casher 3=Supervisor): "
           ACCEPT User-Choice
           EVALUATE User-Choice
               WHEN "1"
                   PERFORM Admin-Register
               WHEN "2"
                   PERFORM Casher-Register
               WHEN "3"
                   PERFORM Super-Register
               WHEN OTHER
                   DISPLAY ESC Red-On "Choose 1, 2 or 3 "
                   ESC Reset-Color
           END-EVALUATE
           PERFORM User-Admin-Menu.

      *>  A leaver is deactivated, never deleted, so their ID stays
      *>  on the invoices and audit trail they left behind. An admin
      *>  cannot switch off their own login or the last active admin.
       Toggle-User-Active.
           DISPLAY " "
           DISPLAY "Enter User-ID: "
           ACCEPT User-Work-ID
           IF User-Work-ID = Input-ID
               DISPLAY ESC Red-On
               "You cannot deactivate your own login."
               ESC Reset-Color
           ELSE
               PERFORM Toggle-User-Record
           END-IF
           PERFORM User-Admin-Menu.

       Toggle-User-Record.
           PERFORM Open-User-File
           MOVE 0 TO User-Admin-Count
           MOVE "N" TO User-EOF
           PERFORM UNTIL User-EOF = "Y"
               READ UserFile NEXT RECORD
                   AT END
                       MOVE "Y" TO User-EOF
                   NOT AT END
                       IF User-Role = "A" AND User-Active = "Y"
                           ADD 1 TO User-Admin-Count
                       END-IF
           END-PERFORM
           CLOSE UserFile
           PERFORM Open-User-File
           PERFORM Find-User
           IF User-Found = "N"
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           ELSE
               PERFORM Set-User-Names
               DISPLAY "User   : " User-ID " " User-Role-Name
               DISPLAY "Status : " User-Status-Name
               IF User-Active = "Y" AND User-Role = "A"
                  AND User-Admin-Count < 2
                   DISPLAY ESC Red-On
                   "Cannot deactivate the last active admin."
                   ESC Reset-Color
               ELSE
                   IF User-Active = "Y"
                       DISPLAY "Deactivate this user?"
                   ELSE
                       DISPLAY "Reactivate this user?"
                   END-IF
                   DISPLAY "1. Confirm"
                   DISPLAY "0. Cancel"
                   DISPLAY "Enter Choose Option:"
                   ACCEPT User-Choice
                   IF User-Choice = "1"
                       MOVE SPACES TO Audit-Old-Value
                       MOVE SPACES TO Audit-New-Value
                       IF User-Active = "Y"
                           MOVE "N" TO User-Active
                           MOVE "USER-OFF" TO Audit-Action
                           MOVE "ACTIVE=Y" TO Audit-Old-Value
                           MOVE "ACTIVE=N" TO Audit-New-Value
                       ELSE
                           MOVE "Y" TO User-Active
                           MOVE "USER-ON" TO Audit-Action
                           MOVE "ACTIVE=N" TO Audit-Old-Value
                           MOVE "ACTIVE=Y" TO Audit-New-Value
                       END-IF
                       REWRITE User-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to rewrite record."
                           ESC Reset-Color
                       END-REWRITE
                       IF File-Status = "00"
                           MOVE User-ID TO Audit-Key
                           PERFORM Write-Audit
                           DISPLAY ESC Green-On
                           "User updated successfully."
                           ESC Reset-Color
                       END-IF
                   ELSE
                       DISPLAY ESC Yellow-On "Cancelled."
                       ESC Reset-Color
                   END-IF
               END-IF
           END-IF
           CLOSE UserFile.

      *>  Grants or removes the guarded menu areas one by one; each
      *>  flag that actually changes gets its own audit line.
       Set-User-Permissions.
           DISPLAY " "
           DISPLAY "Enter User-ID: "
           ACCEPT User-Work-ID
           PERFORM Open-User-File
           PERFORM Find-User
           IF User-Found = "N"
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           ELSE
               PERFORM Set-User-Names
               DISPLAY "User   : " User-ID " " User-Role-Name
               DISPLAY "Answer Y or N, or just Enter to keep."
               MOVE "Setup/Backup/Restore" TO User-Perm-Label
               MOVE "SETUP" TO User-Perm-Name
               MOVE User-Perm-Setup TO User-Perm-Old
               PERFORM Ask-User-Perm
               MOVE User-Perm-New TO User-Perm-Setup
               MOVE "Period-End Archive" TO User-Perm-Label
               MOVE "ARCHIVE" TO User-Perm-Name
               MOVE User-Perm-Archive TO User-Perm-Old
               PERFORM Ask-User-Perm
               MOVE User-Perm-New TO User-Perm-Archive
               MOVE "Pay Supplier" TO User-Perm-Label
               MOVE "PAYMENTS" TO User-Perm-Name
               MOVE User-Perm-Payments TO User-Perm-Old
               PERFORM Ask-User-Perm
               MOVE User-Perm-New TO User-Perm-Payments
               MOVE "Cust Credit Limits" TO User-Perm-Label
               MOVE "CREDIT" TO User-Perm-Name
               MOVE User-Perm-Credit TO User-Perm-Old
               PERFORM Ask-User-Perm
               MOVE User-Perm-New TO User-Perm-Credit
               REWRITE User-Record INVALID KEY
                   DISPLAY ESC Red-On
                   "Error: Unable to rewrite record." ESC Reset-Color
               END-REWRITE
               IF File-Status = "00"
                   IF User-ID = Input-ID
                       MOVE User-Perm-Setup TO Login-Perm-Setup
                       MOVE User-Perm-Archive TO Login-Perm-Archive
                       MOVE User-Perm-Payments TO Login-Perm-Payments
                       MOVE User-Perm-Credit TO Login-Perm-Credit
                   END-IF
                   DISPLAY ESC Green-On
                   "Permissions updated successfully." ESC Reset-Color
               END-IF
           END-IF
           CLOSE UserFile
           PERFORM User-Admin-Menu.

       Ask-User-Perm.
           DISPLAY User-Perm-Label " [" User-Perm-Old "]: "
           MOVE SPACE TO User-Perm-Input
           ACCEPT User-Perm-Input
           MOVE FUNCTION UPPER-CASE(User-Perm-Input) TO User-Perm-Input
           IF User-Perm-Input = "Y" OR User-Perm-Input = "N"
               MOVE User-Perm-Input TO User-Perm-New
           ELSE
               MOVE User-Perm-Old TO User-Perm-New
           END-IF
           IF User-Perm-New NOT = User-Perm-Old
               MOVE "PERM-SET" TO Audit-Action
               MOVE User-ID TO Audit-Key
               MOVE SPACES TO Audit-Old-Value
               MOVE SPACES TO Audit-New-Value
               STRING FUNCTION TRIM(User-Perm-Name) "=" User-Perm-Old
                   DELIMITED BY SIZE INTO Audit-Old-Value
               STRING FUNCTION TRIM(User-Perm-Name) "=" User-Perm-New
                   DELIMITED BY SIZE INTO Audit-New-Value
               PERFORM Write-Audit
           END-IF.

      *>  Sets a temporary password for a user who has forgotten
      *>  theirs; they must change it at their next login.
       Reset-User-Password.
           DISPLAY " "
           DISPLAY "Enter User-ID: "
           ACCEPT User-Work-ID
           PERFORM Open-User-File
           PERFORM Find-User
           IF User-Found = "N"
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           ELSE
               MOVE Input-Password TO User-Old-PW
               MOVE "Temporary Password: " TO Password-Prompt
               PERFORM Password-Check
               MOVE "Register Password: " TO Password-Prompt
               MOVE Input-Password TO User-PW
               MOVE User-Old-PW TO Input-Password
               ACCEPT User-Today FROM DATE YYYYMMDD
               MOVE User-Today TO User-PW-Date
               MOVE "Y" TO User-Force-Change
               REWRITE User-Record INVALID KEY
                   DISPLAY ESC Red-On
                   "Error: Unable to rewrite record." ESC Reset-Color
               END-REWRITE
               IF File-Status = "00"
                   MOVE "PW-RESET" TO Audit-Action
                   MOVE User-ID TO Audit-Key
                   MOVE SPACES TO Audit-Old-Value
                   MOVE "FORCE=Y" TO Audit-New-Value
                   PERFORM Write-Audit
                   DISPLAY ESC Green-On
                   "Password reset - it must be changed at next login."
                   ESC Reset-Color
               END-IF
           END-IF
           CLOSE UserFile
           PERFORM User-Admin-Menu.

      *>  Shown when the logged-in user has not been given the menu
      *>  area they picked.
       Deny-Menu-Area.
           DISPLAY ESC Red-On
           "Access denied - ask an admin to open this menu area."
           ESC Reset-Color.

       admin.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a a  Bold-On "Login Form" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
           Bold-Off
           DISPLAY "Enter Admin Id: "
           ACCEPT Input-ID
           MOVE "A" TO Login-Role-Code
           PERFORM Check-Login-Lock
           IF Login-Locked = "Y"
               DISPLAY ESC Red-On
               "Account locked due to repeated failed attempts."
               ESC Reset-Color
               DISPLAY ESC Red-On "Try again after: " Login-Lock-Date
               " " Login-Lock-Time ESC Reset-Color
               PERFORM Dashborad
           ELSE
           DISPLAY "Enter Password: "
           ACCEPT Input-Password

           PERFORM Check-User-Login
           MOVE User-Found TO Admin-permission

           IF Admin-permission = "Y"
             PERFORM Record-Login-Success
             DISPLAY " "
             DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
             DISPLAY " "
             STRING  "Login successful. Welcome, " Input-ID INTO ds
             DISPLAY ESC Green-On ds ESC Reset-Color
             DISPLAY " "
             IF Login-Force-Change = "Y"
                 PERFORM Force-Password-Change
             END-IF
             PERFORM Admin-Process
           ELSE
               PERFORM Record-Login-Failure
               IF Login-Inactive = "Y"
                   DISPLAY ESC Red-On
                   "This login has been deactivated." ESC Reset-Color
               END-IF
               STRING "Login failed.Login try again!!!!!" INTO loginfail
               DISPLAY ESC Red-On loginfail ESC Reset-Color
               perform Admin
           END-IF
           END-IF.

           ESC Reset-Color A10 ESC Blue-On "Purchase = 7"
           ESC Reset-Color A10 ESC Yellow-On "Archive = 8"
           ESC Reset-Color A10 ESC Green-On "Verify = 9"
           ESC Reset-Color A10 ESC Blue-On "Users = U"
           ESC Reset-Color A10 ESC Cyan-On "Back = 0 " ESC Reset-Color
           DISPLAY ""
           String  "Please choose only (1-9,U,0) " INTO alert
           DISPLAY ESC Yellow-On alert ESC Reset-Color
           DISPLAY  H10 H10 H10 H10 H10 H10 H10 H10
           DISPLAY "Enter Choose option:"
           ACCEPT User-Choice

           EVALUATE User-Choice
               WHEN "1"
                   PERFORM ItemProcess
               WHEN "2"
               WHEN "3"
                   PERFORM DiscountProcess
               WHEN "4"
                   IF Login-Perm-Setup = "Y"
                       PERFORM SetupProcess
                   ELSE
                       PERFORM Deny-Menu-Area
                       PERFORM NextProcess
                   END-IF
               WHEN "5"
                   PERFORM Day-Close-Menu
               WHEN "6"
               WHEN "7"
                   PERFORM PurchaseProcess
               WHEN "8"
                   IF Login-Perm-Archive = "Y"
                       PERFORM Period-Close
                   ELSE
                       PERFORM Deny-Menu-Area
                       PERFORM NextProcess
                   END-IF
               WHEN "9"
                   PERFORM Verify-Files
               WHEN "U"
                   PERFORM User-Admin-Menu
               WHEN "u"
                   PERFORM User-Admin-Menu
               WHEN "0"
                   PERFORM Admin-Process
               WHEN OTHER
                   DISPLAY "Please choose only 1,2,3,4,5,6,7,8,9,U or 0"
                   PERFORM NextProcess
           END-EVALUATE.

                   MOVE 0 TO Setup-Points-Rate
                   MOVE 7 TO Setup-Backup-Days
                   MOVE 0 TO Setup-Refund-Limit
                   MOVE 30 TO Setup-Layaway-Days
                   MOVE "N" TO Setup-Layaway-Forfeit
           END-READ
      *>  A setup.dat written before the expiry-warning field existed
      *>  is short - fall back to the default instead of reading junk.
           IF Setup-Refund-Limit NOT NUMERIC
               MOVE 0 TO Setup-Refund-Limit
           END-IF
           IF Setup-Layaway-Days NOT NUMERIC
               MOVE 30 TO Setup-Layaway-Days
           END-IF
           IF Setup-Layaway-Forfeit NOT = "Y"
               MOVE "N" TO Setup-Layaway-Forfeit
           END-IF
           CLOSE SetupFile.

       Save-Setup.
                       " Items  are low!!!!"
                       INTO Message-Format
            DISPLAY ESC Red-On Message-Format ESC Reset-Color
               IF Loc-Refill-Count > 0
                   MOVE Loc-Refill-Count TO Low-Stock-Count-Format
                   MOVE SPACES TO Message-Format
                   STRING  a b "Warning: "
                           FUNCTION TRIM(Low-Stock-Count-Format)
                           DELIMITED BY SIZE
                           " items need the shelf refilled!"
                           INTO Message-Format
                   DISPLAY ESC Yellow-On Message-Format ESC Reset-Color
               END-IF

               DISPLAY  a b "2. Fill Stock"
               DISPLAY  a b "3. View History"
                       " days!"
                       INTO Message-Format
               DISPLAY ESC Red-On Message-Format ESC Reset-Color
               DISPLAY  a b "7. Stock Ledger"
               DISPLAY  a b "8. Batch Recall Trace"
               DISPLAY  a b "9. Stock Locations"
               DISPLAY " "
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
                       PERFORM View-Adjustments
                   WHEN "6"
                       PERFORM Expiry-Report
                   WHEN "7"
                       PERFORM Stock-Ledger-Report
                   WHEN "8"
                       PERFORM Batch-Recall
                   WHEN "9"
                       PERFORM Location-Menu

                   WHEN "0"
                       PERFORM NextProcess
                   WHEN OTHER
                   DISPLAY "Please choose only (1,2,3,4,5,6,7,8,9,0) "
                   PERFORM StockProcess
               END-EVALUATE

           DISPLAY "Backup Keep Days      : " Setup-Backup-Days
           MOVE Setup-Refund-Limit TO Refund-Limit-Display
           DISPLAY "Refund Appr. Limit    : $" Refund-Limit-Display
           DISPLAY "Layaway Days          : " Setup-Layaway-Days
           IF Setup-Layaway-Forfeit = "Y"
               DISPLAY "Expired Deposit       : Forfeited"
           ELSE
               DISPLAY "Expired Deposit       : Refunded"
           END-IF
           DISPLAY " "
               DISPLAY a b "1. Update Tax"
               DISPLAY a b "2. Update Default Reorder Point"
               DISPLAY a b "6. Restore From Backup"
               DISPLAY a b "7. Update Backup Keep Days"
               DISPLAY a b "8. Update Refund Approval Limit"
               DISPLAY a b "9. Update Layaway Policy"
               DISPLAY " "
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
                       PERFORM Update-Backup-Days
                   WHEN "8"
                       PERFORM Update-Refund-Limit
                   WHEN "9"
                       PERFORM Update-Layaway-Policy
                   WHEN "0"
                       PERFORM NextProcess
                   WHEN OTHER
                       DISPLAY ESC Red-On
                       "Please choose only (1-9,0)" ESC Reset-Color
                       PERFORM SetupProcess
               END-EVALUATE.

           DISPLAY " "
           PERFORM SetupProcess.

       Update-Layaway-Policy.
           DISPLAY " "
           DISPLAY "Days a layaway stays open: "
           ACCEPT Setup-Layaway-Days
           MOVE "N" TO SS
           PERFORM UNTIL SS = "Y"
               DISPLAY "On expiry (1 = Refund deposit "
                   "2 = Forfeit deposit): "
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       MOVE "N" TO Setup-Layaway-Forfeit
                       MOVE "Y" TO SS
                   WHEN "2"
                       MOVE "Y" TO Setup-Layaway-Forfeit
                       MOVE "Y" TO SS
                   WHEN OTHER
                       DISPLAY ESC Red-On
                       "Please choose only (1,2)" ESC Reset-Color
               END-EVALUATE
           END-PERFORM
           PERFORM Save-Setup
           DISPLAY ESC Green-On
               "Layaway policy updated successfully."
           ESC Reset-Color
           DISPLAY " "
           PERFORM SetupProcess.

      *>  Copies the full data-file set into a dated backup_<date>
      *>  snapshot folder, verifies each copy is there and the same
      *>  size as the original, then prunes snapshots older than the
           ACCEPT Input-Password
           DISPLAY " "

           PERFORM Check-User-Login
           MOVE User-Found TO Casher-permission

           IF Casher-permission = "Y"
             PERFORM Record-Login-Success
             DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
             DISPLAY ESC Blue-On  "Login successful. Welcome, "Input-ID
             ESC Reset-Color
             DISPLAY " "
             IF Login-Force-Change = "Y"
                 PERFORM Force-Password-Change
             END-IF
             PERFORM Sale-Process
           ELSE
               PERFORM Record-Login-Failure
               IF Login-Inactive = "Y"
                   DISPLAY ESC Red-On
                   "This login has been deactivated." ESC Reset-Color
               END-IF
               DISPLAY ESC Red-On  "Login failed.Login try again!!!!!"
               ESC Reset-Color
               perform Sale
                       ">>>"
                       INTO Message-Format
            DISPLAY ESC Yellow-On Message-Format ESC Reset-Color
               IF Loc-Refill-Count > 0
                   MOVE Loc-Refill-Count TO Low-Stock-Count-Format
                   MOVE SPACES TO Message-Format
                   STRING a b "<<<Shelf: "
                           FUNCTION TRIM(Low-Stock-Count-Format)
                           DELIMITED BY SIZE
                           " items to refill>>>"
                           INTO Message-Format
                   DISPLAY ESC Yellow-On Message-Format ESC Reset-Color
               END-IF
               PERFORM Expiry-Noti
               MOVE Expiry-Soon-Count TO Expiry-Count-Format
               MOVE Setup-Expiry-Days TO Expiry-Days-Format
               DISPLAY a b "6. Discount"
               DISPLAY a b "7. Day-End Close"
               DISPLAY a b "8. Return / Refund"
               DISPLAY a b "9. Change Password"
               DISPLAY a b "L. Layaway / Special Orders"
               DISPLAY ""
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
                   WHEN "8"
                       PERFORM Return-Process
                       MOVE "1" TO EOFP
                   WHEN "9"
                       PERFORM Change-My-Password
                       MOVE "1" TO EOFP
                   WHEN "L"
                   WHEN "l"
                       PERFORM Layaway-Menu
                       MOVE "1" TO EOFP
                   WHEN "0"
                       MOVE "0" TO EOFP
                   WHEN OTHER
                           ESC Yellow-On
                           "<<Item quantity is low>>"
                           ESC Reset-Color
                   ELSE
                   MOVE Item-ID TO Loc-Item-ID
                   MOVE Item-Qty TO Loc-Item-Total
                   PERFORM Load-Item-Loc
                   IF Loc-Refill-Flag = "Y"
                   DISPLAY String-Format       A2
                           Item-Name           A1
                           Item-Category       A5
                           Item-Qty-Display    A1
                           Item-Price-Display"$"  A3
                           ESC Pink-On
                           "<<Shelf needs refilling>>"
                           ESC Reset-Color
                   END-IF
                   END-IF
            END-PERFORM
            DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
           DISPLAY "Expiry Date (YYYYMMDD, 0 = none): "
           ACCEPT History-Expiry
           MOVE 0 TO History-Consumed
           MOVE "N" TO History-Quarantine
           MOVE 1 TO History-Location
           MOVE History-ID TO History-Relative-Key
           WRITE History-Record
           DISPLAY " "
            CLOSE HistoryFile
            PERFORM Stockback.

      *>  Monthly shelf count of one stock location at a time: walks
      *>  item.dat in Item-ID order taking a counted quantity for
      *>  each item at that location, prints a variance report
      *>  with the shrinkage valued at the history.dat unit cost, and
      *>  on confirmation applies the counts as explicit
      *>  count-adjustment records in adjust.dat - separate from
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Stock Take" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           PERFORM Load-Locations
           DISPLAY "Count which location?"
           PERFORM Choose-Location
           MOVE Loc-Selected TO ST-Location
           DISPLAY "Key the counted quantity at "
                   FUNCTION TRIM(Loc-Name(ST-Location))
                   " for each item."
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           MOVE 0 TO ST-Total
           MOVE "N" TO ST-Truncated
                       ADD 1 TO ST-Total
                       MOVE Item-ID TO ST-Item-ID(ST-Total)
                       MOVE Item-Name TO ST-Name(ST-Total)
                       MOVE Item-ID TO Loc-Item-ID
                       MOVE Item-Qty TO Loc-Item-Total
                       PERFORM Load-Item-Loc
                       MOVE Loc-Qty(ST-Location)
                           TO ST-On-Hand(ST-Total)

                       MOVE Item-ID TO Avg-Cost-Item-ID
                       ACCEPT Avg-Cost-Date FROM DATE YYYYMMDD
                       PERFORM Find-Average-Cost
                       MOVE Avg-Unit-Cost TO ST-Unit-Cost(ST-Total)

                       MOVE Item-ID TO Item-ID-Display
                       MOVE ST-On-Hand(ST-Total) TO Item-Qty-Display
                       MOVE FUNCTION TRIM(Item-ID-Display)
                           TO String-Format
                       DISPLAY String-Format       A2
               PERFORM Stock-Take-Report
           END-IF.

      *>  Counted vs the location's stock for every line that
      *>  differs, with the shrinkage valued at the weighted-average
      *>  unit cost, then the confirm/cancel prompt for applying the
      *>  adjustments.
       Stock-Take-Report.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A5 Bold-On "Stock Take Variance Report"
           Bold-Off
           DISPLAY a a A5 "Location: " Loc-Name(ST-Location)
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY "Item-ID"  A5
                   "Name"     A5 A5 A7
                       ESC Reset-Color
                   NOT INVALID KEY
                       IF File-Status = "00"
      *>                  The variance at the location moves the
      *>                  shop's total by the same amount.
                           IF Item-Qty + ST-Counted(ST-IDX)
                              < ST-On-Hand(ST-IDX)
                               MOVE 0 TO Item-Qty
                           ELSE
                               COMPUTE Item-Qty = Item-Qty
                                   + ST-Counted(ST-IDX)
                                   - ST-On-Hand(ST-IDX)
                           END-IF
                           MOVE Item-Qty TO Loc-Item-Total
                           REWRITE Item-Record INVALID KEY
                               DISPLAY ESC Red-On
                               "Error: Unable to rewrite record."
                       END-IF
                   END-READ
                   CLOSE ItemFile
                   IF ST-Location > 1
                       MOVE ST-Item-ID(ST-IDX) TO Loc-Item-ID
                       PERFORM Load-Item-Loc
                       MOVE ST-Counted(ST-IDX)
                           TO Loc-Qty(ST-Location)
                       PERFORM Save-Item-Loc
                   END-IF

      *>      Keep the batch picture in step with the corrected
      *>      count: shrinkage comes off the earliest-expiring
                       ST-Counted(ST-IDX) - ST-On-Hand(ST-IDX)
                   MOVE ST-Unit-Cost(ST-IDX) TO Adjust-Unit-Cost
                   MOVE ST-Reason TO Adjust-Reason
                   MOVE ST-Location TO Adjust-Location
                   WRITE Adjust-Record INVALID KEY
                       DISPLAY ESC Red-On
                       "Error: Unable to write record."
                    "Old"  A2
                    "New"  A2
                    "Variance" A2
                    "Reason"   A5
                    "Loc"
            DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
            MOVE "N" TO EOF
            PERFORM UNTIL EOF = "Y"
                           Item-Qty-Display        A2
                           WITH NO ADVANCING
                   MOVE Adjust-New-Qty TO Item-Qty-Display
                   IF Adjust-Location NUMERIC
                      AND Adjust-Location > 0
                       MOVE Adjust-Location TO Loc-ID-Display
                   ELSE
                       MOVE 1 TO Loc-ID-Display
                   END-IF
                   DISPLAY Item-Qty-Display        A2
                           ST-Variance-Display     A4
                           Adjust-Reason           A1
                           Loc-ID-Display
            END-PERFORM
            DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
            CLOSE AdjustFile
            PERFORM Stockback.

      *>  Weighted-average unit cost of Avg-Cost-Item-ID into
      *>  Avg-Unit-Cost: the value of every history.dat receipt
      *>  dated on or before Avg-Cost-Date over their quantity.
      *>  An item with no receipts that old yet is priced on all of
      *>  its receipts, and one never received at zero. HistoryFile
      *>  must be closed.
       Find-Average-Cost.
           MOVE 0 TO Avg-Unit-Cost
           MOVE 0 TO Avg-Cost-Qty
           MOVE 0 TO Avg-Cost-Value
           MOVE 0 TO Avg-Cost-All-Qty
           MOVE 0 TO Avg-Cost-All-Value
           OPEN I-O HistoryFile
           IF File-Status = "35"
               OPEN OUTPUT HistoryFile
               CLOSE HistoryFile
               OPEN I-O HistoryFile
           END-IF
           MOVE "N" TO Avg-Cost-EOF
           PERFORM UNTIL Avg-Cost-EOF = "Y"
               READ HistoryFile NEXT RECORD
               AT END
                   MOVE "Y" TO Avg-Cost-EOF
               NOT AT END
                   IF History-Item-ID = Avg-Cost-Item-ID
                       ADD History-Quantity TO Avg-Cost-All-Qty
                       COMPUTE Avg-Cost-All-Value = Avg-Cost-All-Value
                           + (History-Quantity * History-Unit-Of-Price)
                       IF History-Date(1:8) NUMERIC
                           MOVE History-Date(1:8) TO Avg-Cost-Scan-Date
                       ELSE
                           MOVE 0 TO Avg-Cost-Scan-Date
                       END-IF
                       IF Avg-Cost-Scan-Date <= Avg-Cost-Date
                           ADD History-Quantity TO Avg-Cost-Qty
                           COMPUTE Avg-Cost-Value = Avg-Cost-Value
                           + (History-Quantity * History-Unit-Of-Price)
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE HistoryFile
           IF Avg-Cost-Qty > 0
               COMPUTE Avg-Unit-Cost ROUNDED =
                   Avg-Cost-Value / Avg-Cost-Qty
           ELSE
           IF Avg-Cost-All-Qty > 0
               COMPUTE Avg-Unit-Cost ROUNDED =
                   Avg-Cost-All-Value / Avg-Cost-All-Qty
           END-IF
           END-IF.

      *>  Stock ledger for a date range: per item the opening
      *>  quantity, receipts (history.dat), sales (salecart.dat and
      *>  scarch.dat), customer returns (return.dat), stock-take
      *>  variances and returns to vendor (adjust.dat) and the
      *>  closing quantity, with category and shop totals. The
      *>  opening is valued at the item's weighted-average cost as
      *>  at the day before the start date, and the movements and
      *>  the closing at the cost as at the end date; the change in
      *>  cost shows as the revaluation, so a month's opening value
      *>  is the previous month's closing value. The closing value
      *>  is the stock value on the end date - run it to the last
      *>  day of the month for the month-end figure. The closing
      *>  balance is Item-Qty with every later movement undone, and
      *>  the opening is the closing with the range's movements
      *>  undone, so the two always tie to the files. Run for one
      *>  stock location it starts from that location's stock and
      *>  counts only what moved there: receipts put away there,
      *>  sales and customer returns on the sales floor only,
      *>  adjustments made there and transfers in less transfers
      *>  out.
       Stock-Ledger-Report.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a A9 Bold-On "Stock Ledger" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
           MOVE "N" TO SS
           PERFORM UNTIL SS = "Y"
               DISPLAY "Enter Start Date (YYYYMMDD): "
               ACCEPT Ledger-Start
               DISPLAY "Enter End Date (YYYYMMDD): "
               ACCEPT Ledger-End
               IF Ledger-Start < 19000101
                  OR Ledger-End < 19000101
                   DISPLAY ESC Red-On
                   "Dates must be YYYYMMDD." ESC Reset-Color
               ELSE
               IF Ledger-Start > Ledger-End
                   DISPLAY ESC Red-On
                   " Error: Start Date cannot be after End Date. "
                   ESC Reset-Color
               ELSE
                   MOVE "Y" TO SS
               END-IF
               END-IF
           END-PERFORM
           PERFORM Load-Locations
           MOVE "N" TO SS
           PERFORM UNTIL SS = "Y"
               PERFORM Show-Locations
               DISPLAY "Enter Location (0 = Whole Shop): "
               ACCEPT Ledger-Location
               IF Ledger-Location > Loc-Count
                   DISPLAY ESC Red-On
                   "Please choose a location from the list."
                   ESC Reset-Color
               ELSE
                   MOVE "Y" TO SS
               END-IF
           END-PERFORM
           PERFORM Load-Category-List
           PERFORM VARYING Ledger-Cat-IDX FROM 1 BY 1
               UNTIL Ledger-Cat-IDX > 11
               MOVE 0 TO Ledger-Cat-Open(Ledger-Cat-IDX)
               MOVE 0 TO Ledger-Cat-Recv(Ledger-Cat-IDX)
               MOVE 0 TO Ledger-Cat-Sold(Ledger-Cat-IDX)
               MOVE 0 TO Ledger-Cat-Ret(Ledger-Cat-IDX)
               MOVE 0 TO Ledger-Cat-Var(Ledger-Cat-IDX)
               MOVE 0 TO Ledger-Cat-Xfer(Ledger-Cat-IDX)
               MOVE 0 TO Ledger-Cat-Reval(Ledger-Cat-IDX)
               MOVE 0 TO Ledger-Cat-Close(Ledger-Cat-IDX)
           END-PERFORM
           MOVE 0 TO Ledger-Shop-Open
           MOVE 0 TO Ledger-Shop-Recv
           MOVE 0 TO Ledger-Shop-Sold
           MOVE 0 TO Ledger-Shop-Ret
           MOVE 0 TO Ledger-Shop-Var
           MOVE 0 TO Ledger-Shop-Xfer
           MOVE 0 TO Ledger-Shop-Reval
           MOVE 0 TO Ledger-Shop-Close
           PERFORM Load-Ledger-Items
           PERFORM Sum-Ledger-Receipts
           IF Ledger-Location < 2
               PERFORM Sum-Ledger-Sales
               PERFORM Sum-Ledger-Returns
           END-IF
           PERFORM Sum-Ledger-Adjustments
           IF Ledger-Location > 0
               PERFORM Sum-Ledger-Transfers
           END-IF

           MOVE SPACES TO WS-Export-Path
           IF Ledger-Location = 0
               STRING "ledger_" DELIMITED BY SIZE
                   Ledger-Start DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   Ledger-End DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-Export-Path
           ELSE
               STRING "ledger_" DELIMITED BY SIZE
                   Ledger-Start DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   Ledger-End DELIMITED BY SIZE
                   "_L" DELIMITED BY SIZE
                   Ledger-Location DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-Export-Path
           END-IF
           OPEN OUTPUT ExportFile
           MOVE SPACES TO Export-Line
           STRING "SECTION,ITEM_ID,NAME,CATEGORY,UNIT_COST,"
               DELIMITED BY SIZE
               "OPEN_QTY,RECEIPTS,SALES,RETURNS,VARIANCE,CLOSE_QTY,"
               DELIMITED BY SIZE
               "OPEN_VALUE,RECEIPTS_VALUE,SALES_VALUE,"
               DELIMITED BY SIZE
               "RETURNS_VALUE,VARIANCE_VALUE,CLOSE_VALUE,"
               DELIMITED BY SIZE
               "TRANSFERS,TRANSFERS_VALUE,REVALUATION_VALUE"
               DELIMITED BY SIZE
               INTO Export-Line
           WRITE Export-Line

           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A2 Bold-On ESC Blue-On "Stock Ledger"
                   ESC Reset-Color
                   "<<< From " Ledger-Start
                   " To " Ledger-End
                   Bold-Off
           IF Ledger-Location = 0
               DISPLAY a a A2 "Location: Whole Shop"
           ELSE
               DISPLAY a a A2 "Location: " Loc-Name(Ledger-Location)
           END-IF
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY "Item-ID" A5
                   "Name"    A5 A5 A6
                   "   Open"
                   "   Recv"
                   "   Sold"
                   "   Retn"
                   "    Var"
                   "   Xfer"
                   "  Close"
                   "      Reval"
                   "  Close Value"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           PERFORM VARYING Ledger-IDX FROM 1 BY 1
               UNTIL Ledger-IDX > Ledger-Total
               PERFORM Show-Ledger-Item
           END-PERFORM
           PERFORM Show-Ledger-Totals
           CLOSE ExportFile
           DISPLAY " "
           DISPLAY ESC Green-On
           "Export saved to file: " FUNCTION TRIM(WS-Export-Path)
           ESC Reset-Color
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           PERFORM Stockback.

      *>  One Ledger-Table slot per item on file, every movement
      *>  counter at zero.
       Load-Ledger-Items.
           MOVE 0 TO Ledger-Total
           MOVE "N" TO Ledger-Truncated
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ ItemFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF Ledger-Total < 200
                       ADD 1 TO Ledger-Total
                       MOVE Item-ID TO Ledger-Item-ID(Ledger-Total)
                       MOVE Item-Name TO Ledger-Name(Ledger-Total)
                       MOVE Item-Category
                           TO Ledger-Category(Ledger-Total)
                       IF Ledger-Location = 0
                           MOVE Item-Qty
                               TO Ledger-On-Hand(Ledger-Total)
                       ELSE
                           MOVE Item-ID TO Loc-Item-ID
                           MOVE Item-Qty TO Loc-Item-Total
                           PERFORM Load-Item-Loc
                           MOVE Loc-Qty(Ledger-Location)
                               TO Ledger-On-Hand(Ledger-Total)
                       END-IF
                       MOVE 0 TO Ledger-Receipts(Ledger-Total)
                       MOVE 0 TO Ledger-Sales(Ledger-Total)
                       MOVE 0 TO Ledger-Returns(Ledger-Total)
                       MOVE 0 TO Ledger-Variance(Ledger-Total)
                       MOVE 0 TO Ledger-Transfers(Ledger-Total)
                       MOVE 0 TO Ledger-After(Ledger-Total)
                       MOVE 0 TO Ledger-Cost-Qty(Ledger-Total)
                       MOVE 0 TO Ledger-Cost-Value(Ledger-Total)
                       MOVE 0 TO Ledger-All-Qty(Ledger-Total)
                       MOVE 0 TO Ledger-All-Value(Ledger-Total)
                       MOVE 0 TO Ledger-Open-Cost-Qty(Ledger-Total)
                       MOVE 0 TO Ledger-Open-Cost-Value(Ledger-Total)
                   ELSE
                       MOVE "Y" TO Ledger-Truncated
                   END-IF
           END-PERFORM
           CLOSE ItemFile
           IF Ledger-Truncated = "Y"
               DISPLAY ESC Yellow-On
               "More than 200 items on file - the rest are left out "
               "of this ledger." ESC Reset-Color
           END-IF.

      *>  Slot of Ledger-Scan-Item in Ledger-Table into Ledger-IDX2,
      *>  zero when the item is not in the table.
       Find-Ledger-Entry.
           MOVE 0 TO Ledger-IDX2
           PERFORM VARYING Ledger-IDX FROM 1 BY 1
               UNTIL Ledger-IDX > Ledger-Total
               IF Ledger-Item-ID(Ledger-IDX) = Ledger-Scan-Item
                   MOVE Ledger-IDX TO Ledger-IDX2
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>  Receipts per item: those in the range, those after it,
      *>  and the quantity and value of everything received before
      *>  the start date and up to the end date for the opening and
      *>  closing weighted-average costs. The cost is
      *>  always the whole shop's; the movements only count when
      *>  the receipt was put away at the location being reported.
       Sum-Ledger-Receipts.
           OPEN I-O HistoryFile
           IF File-Status = "35"
               OPEN OUTPUT HistoryFile
               CLOSE HistoryFile
               OPEN I-O HistoryFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ HistoryFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE History-Item-ID TO Ledger-Scan-Item
                   PERFORM Find-Ledger-Entry
                   IF Ledger-IDX2 > 0
                       IF History-Date(1:8) NUMERIC
                           MOVE History-Date(1:8) TO Ledger-Scan-Date
                       ELSE
                           MOVE 0 TO Ledger-Scan-Date
                       END-IF
                       ADD History-Quantity
                           TO Ledger-All-Qty(Ledger-IDX2)
                       COMPUTE Ledger-All-Value(Ledger-IDX2) =
                           Ledger-All-Value(Ledger-IDX2)
                           + (History-Quantity * History-Unit-Of-Price)
                       IF History-Location NUMERIC
                          AND History-Location > 0
                           MOVE History-Location TO Ledger-Scan-Loc
                       ELSE
                           MOVE 1 TO Ledger-Scan-Loc
                       END-IF
                       IF Ledger-Location = 0
                           MOVE Ledger-Location TO Ledger-Scan-Loc
                       END-IF
                       IF Ledger-Scan-Date > Ledger-End
                           IF Ledger-Scan-Loc = Ledger-Location
                               ADD History-Quantity
                                   TO Ledger-After(Ledger-IDX2)
                           END-IF
                       ELSE
                           ADD History-Quantity
                               TO Ledger-Cost-Qty(Ledger-IDX2)
                           COMPUTE Ledger-Cost-Value(Ledger-IDX2) =
                               Ledger-Cost-Value(Ledger-IDX2)
                               + (History-Quantity
                               * History-Unit-Of-Price)
                           IF Ledger-Scan-Date < Ledger-Start
                               ADD History-Quantity
                                   TO Ledger-Open-Cost-Qty(Ledger-IDX2)
                               COMPUTE
                                   Ledger-Open-Cost-Value(Ledger-IDX2)
                                   = Ledger-Open-Cost-Value(Ledger-IDX2)
                                   + (History-Quantity
                                   * History-Unit-Of-Price)
                           END-IF
                           IF Ledger-Scan-Date >= Ledger-Start
                              AND Ledger-Scan-Loc = Ledger-Location
                               ADD History-Quantity
                                   TO Ledger-Receipts(Ledger-IDX2)
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE HistoryFile.

      *>  Units sold per item from the live sale lines and the lines
      *>  period-close moved to scarch.dat. Voided invoices have
      *>  already had their lines released, so they never count.
       Sum-Ledger-Sales.
           OPEN I-O SaleCartFile
           IF File-Status = "35"
               OPEN OUTPUT SaleCartFile
               CLOSE SaleCartFile
               OPEN I-O SaleCartFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ SaleCartFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE Sale-Cart-Item-ID TO Ledger-Scan-Item
                   MOVE Sale-Date TO Ledger-Scan-Date
                   MOVE Sale-Cart-Quantity TO Ledger-Scan-Qty
                   PERFORM Add-Ledger-Sale
           END-PERFORM
           CLOSE SaleCartFile
           OPEN I-O SCArchFile
           IF File-Status = "35"
               OPEN OUTPUT SCArchFile
               CLOSE SCArchFile
               OPEN I-O SCArchFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ SCArchFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE Arch-SC-Item-ID TO Ledger-Scan-Item
                   MOVE Arch-Sale-Date TO Ledger-Scan-Date
                   MOVE Arch-SC-Quantity TO Ledger-Scan-Qty
                   PERFORM Add-Ledger-Sale
           END-PERFORM
           CLOSE SCArchFile.

       Add-Ledger-Sale.
           PERFORM Find-Ledger-Entry
           IF Ledger-IDX2 > 0
               IF Ledger-Scan-Date > Ledger-End
                   SUBTRACT Ledger-Scan-Qty
                       FROM Ledger-After(Ledger-IDX2)
               ELSE
               IF Ledger-Scan-Date >= Ledger-Start
                   ADD Ledger-Scan-Qty TO Ledger-Sales(Ledger-IDX2)
               END-IF
               END-IF
           END-IF.

      *>  Customer returns per item - every return is restocked.
       Sum-Ledger-Returns.
           OPEN I-O ReturnFile
           IF File-Status = "35"
               OPEN OUTPUT ReturnFile
               CLOSE ReturnFile
               OPEN I-O ReturnFile
           END-IF
           MOVE "N" TO Return-EOF
           PERFORM UNTIL Return-EOF = "Y"
               READ ReturnFile NEXT RECORD
               AT END
                   MOVE "Y" TO Return-EOF
               NOT AT END
                   MOVE Return-Item-ID TO Ledger-Scan-Item
                   PERFORM Find-Ledger-Entry
                   IF Ledger-IDX2 > 0
                       IF Return-Date > Ledger-End
                           ADD Return-Quantity
                               TO Ledger-After(Ledger-IDX2)
                       ELSE
                       IF Return-Date >= Ledger-Start
                           ADD Return-Quantity
                               TO Ledger-Returns(Ledger-IDX2)
                       END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE ReturnFile.

      *>  Stock-take variances per item (counted minus on hand),
      *>  and goods sent back to or written off for a supplier -
      *>  for a single location, only those made there.
       Sum-Ledger-Adjustments.
           OPEN I-O AdjustFile
           IF File-Status = "35"
               OPEN OUTPUT AdjustFile
               CLOSE AdjustFile
               OPEN I-O AdjustFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ AdjustFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE Adjust-Item-ID TO Ledger-Scan-Item
                   PERFORM Find-Ledger-Entry
                   IF Adjust-Location NUMERIC
                      AND Adjust-Location > 0
                       MOVE Adjust-Location TO Ledger-Scan-Loc
                   ELSE
                       MOVE 1 TO Ledger-Scan-Loc
                   END-IF
                   IF Ledger-Location > 0
                      AND Ledger-Scan-Loc NOT = Ledger-Location
                       MOVE 0 TO Ledger-IDX2
                   END-IF
                   IF Ledger-IDX2 > 0
                       IF Adjust-Date > Ledger-End
                           ADD Adjust-Variance
                               TO Ledger-After(Ledger-IDX2)
                       ELSE
                       IF Adjust-Date >= Ledger-Start
                           ADD Adjust-Variance
                               TO Ledger-Variance(Ledger-IDX2)
                       END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE AdjustFile.

      *>  Transfers into the location being reported less transfers
      *>  out of it. Across the whole shop they net to nothing.
       Sum-Ledger-Transfers.
           OPEN I-O TransferFile
           IF File-Status = "35"
               OPEN OUTPUT TransferFile
               CLOSE TransferFile
               OPEN I-O TransferFile
           END-IF
           MOVE "N" TO Xfer-EOF
           PERFORM UNTIL Xfer-EOF = "Y"
               READ TransferFile NEXT RECORD
               AT END
                   MOVE "Y" TO Xfer-EOF
               NOT AT END
                   IF Xfer-From = Ledger-Location
                      OR Xfer-To = Ledger-Location
                       PERFORM VARYING Xfer-Line-IDX FROM 1 BY 1
                           UNTIL Xfer-Line-IDX > Xfer-Line-Count
                           MOVE Xfer-Item-ID(Xfer-Line-IDX)
                               TO Ledger-Scan-Item
                           MOVE Xfer-Qty(Xfer-Line-IDX)
                               TO Ledger-Scan-Qty
                           IF Xfer-From = Ledger-Location
                               COMPUTE Ledger-Scan-Qty =
                                   0 - Ledger-Scan-Qty
                           END-IF
                           PERFORM Add-Ledger-Transfer
                       END-PERFORM
                   END-IF
           END-PERFORM
           CLOSE TransferFile.

       Add-Ledger-Transfer.
           PERFORM Find-Ledger-Entry
           IF Ledger-IDX2 > 0
               IF Xfer-Date > Ledger-End
                   ADD Ledger-Scan-Qty TO Ledger-After(Ledger-IDX2)
               ELSE
               IF Xfer-Date >= Ledger-Start
                   ADD Ledger-Scan-Qty
                       TO Ledger-Transfers(Ledger-IDX2)
               END-IF
               END-IF
           END-IF.

      *>  Balances and values of the Ledger-IDX slot: shown when
      *>  anything moved or stock was held, added into its category
      *>  and the shop totals, and written as an ITEM row. The
      *>  opening cost falls back the same way as the closing cost
      *>  when nothing was received before the start date. The
      *>  revaluation is what the change in cost did to the stock,
      *>  so opening + movements + revaluation = closing.
       Show-Ledger-Item.
           IF Ledger-Cost-Qty(Ledger-IDX) > 0
               COMPUTE Ledger-Unit-Cost ROUNDED =
                   Ledger-Cost-Value(Ledger-IDX)
                   / Ledger-Cost-Qty(Ledger-IDX)
           ELSE
           IF Ledger-All-Qty(Ledger-IDX) > 0
               COMPUTE Ledger-Unit-Cost ROUNDED =
                   Ledger-All-Value(Ledger-IDX)
                   / Ledger-All-Qty(Ledger-IDX)
           ELSE
               MOVE 0 TO Ledger-Unit-Cost
           END-IF
           END-IF
           IF Ledger-Open-Cost-Qty(Ledger-IDX) > 0
               COMPUTE Ledger-Open-Cost ROUNDED =
                   Ledger-Open-Cost-Value(Ledger-IDX)
                   / Ledger-Open-Cost-Qty(Ledger-IDX)
           ELSE
           IF Ledger-All-Qty(Ledger-IDX) > 0
               COMPUTE Ledger-Open-Cost ROUNDED =
                   Ledger-All-Value(Ledger-IDX)
                   / Ledger-All-Qty(Ledger-IDX)
           ELSE
               MOVE 0 TO Ledger-Open-Cost
           END-IF
           END-IF
           COMPUTE Ledger-Closing = Ledger-On-Hand(Ledger-IDX)
               - Ledger-After(Ledger-IDX)
           COMPUTE Ledger-Opening = Ledger-Closing
               - Ledger-Receipts(Ledger-IDX)
               + Ledger-Sales(Ledger-IDX)
               - Ledger-Returns(Ledger-IDX)
               - Ledger-Variance(Ledger-IDX)
               - Ledger-Transfers(Ledger-IDX)
           COMPUTE Ledger-Open-Value = Ledger-Opening * Ledger-Open-Cost
           COMPUTE Ledger-Recv-Value =
               Ledger-Receipts(Ledger-IDX) * Ledger-Unit-Cost
           COMPUTE Ledger-Sold-Value =
               Ledger-Sales(Ledger-IDX) * Ledger-Unit-Cost
           COMPUTE Ledger-Ret-Value =
               Ledger-Returns(Ledger-IDX) * Ledger-Unit-Cost
           COMPUTE Ledger-Var-Value =
               Ledger-Variance(Ledger-IDX) * Ledger-Unit-Cost
           COMPUTE Ledger-Xfer-Value =
               Ledger-Transfers(Ledger-IDX) * Ledger-Unit-Cost
           COMPUTE Ledger-Close-Value =
               Ledger-Closing * Ledger-Unit-Cost
           COMPUTE Ledger-Reval-Value = Ledger-Close-Value
               - Ledger-Open-Value - Ledger-Recv-Value
               + Ledger-Sold-Value - Ledger-Ret-Value
               - Ledger-Var-Value - Ledger-Xfer-Value

           MOVE 11 TO Ledger-Cat-IDX
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > Category-Total OR IDX > 10
               IF Ledger-Category(Ledger-IDX) = Category-Index-Name(IDX)
                   MOVE IDX TO Ledger-Cat-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD Ledger-Open-Value TO Ledger-Cat-Open(Ledger-Cat-IDX)
           ADD Ledger-Recv-Value TO Ledger-Cat-Recv(Ledger-Cat-IDX)
           ADD Ledger-Sold-Value TO Ledger-Cat-Sold(Ledger-Cat-IDX)
           ADD Ledger-Ret-Value TO Ledger-Cat-Ret(Ledger-Cat-IDX)
           ADD Ledger-Var-Value TO Ledger-Cat-Var(Ledger-Cat-IDX)
           ADD Ledger-Xfer-Value TO Ledger-Cat-Xfer(Ledger-Cat-IDX)
           ADD Ledger-Reval-Value TO Ledger-Cat-Reval(Ledger-Cat-IDX)
           ADD Ledger-Close-Value TO Ledger-Cat-Close(Ledger-Cat-IDX)
           ADD Ledger-Open-Value TO Ledger-Shop-Open
           ADD Ledger-Recv-Value TO Ledger-Shop-Recv
           ADD Ledger-Sold-Value TO Ledger-Shop-Sold
           ADD Ledger-Ret-Value TO Ledger-Shop-Ret
           ADD Ledger-Var-Value TO Ledger-Shop-Var
           ADD Ledger-Xfer-Value TO Ledger-Shop-Xfer
           ADD Ledger-Reval-Value TO Ledger-Shop-Reval
           ADD Ledger-Close-Value TO Ledger-Shop-Close

           MOVE SPACES TO Ledger-Qty-Line
           MOVE Ledger-Opening TO Ledger-Qty-Display(1)
           MOVE Ledger-Receipts(Ledger-IDX) TO Ledger-Qty-Display(2)
           MOVE Ledger-Sales(Ledger-IDX) TO Ledger-Qty-Display(3)
           MOVE Ledger-Returns(Ledger-IDX) TO Ledger-Qty-Display(4)
           MOVE Ledger-Variance(Ledger-IDX) TO Ledger-Qty-Display(5)
           MOVE Ledger-Transfers(Ledger-IDX) TO Ledger-Qty-Display(6)
           MOVE Ledger-Closing TO Ledger-Qty-Display(7)
           MOVE SPACES TO Ledger-Value-Line
           MOVE Ledger-Open-Value TO Ledger-Value-Display(1)
           MOVE Ledger-Recv-Value TO Ledger-Value-Display(2)
           MOVE Ledger-Sold-Value TO Ledger-Value-Display(3)
           MOVE Ledger-Ret-Value TO Ledger-Value-Display(4)
           MOVE Ledger-Var-Value TO Ledger-Value-Display(5)
           MOVE Ledger-Xfer-Value TO Ledger-Value-Display(6)
           MOVE Ledger-Reval-Value TO Ledger-Value-Display(7)
           MOVE Ledger-Close-Value TO Ledger-Value-Display(8)
           MOVE Ledger-Reval-Value TO Ledger-Reval-Display
           MOVE Ledger-Close-Value TO Ledger-Close-Display
           MOVE Ledger-Unit-Cost TO Ledger-Cost-Display
           MOVE Ledger-Item-ID(Ledger-IDX) TO Item-ID-Display

           IF Ledger-Opening NOT = 0
              OR Ledger-Closing NOT = 0
              OR Ledger-Receipts(Ledger-IDX) NOT = 0
              OR Ledger-Sales(Ledger-IDX) NOT = 0
              OR Ledger-Returns(Ledger-IDX) NOT = 0
              OR Ledger-Variance(Ledger-IDX) NOT = 0
              OR Ledger-Transfers(Ledger-IDX) NOT = 0
               MOVE FUNCTION TRIM(Item-ID-Display) TO String-Format
               DISPLAY String-Format          A2
                       Ledger-Name(Ledger-IDX)
                       Ledger-Qty-Line        A1
                       Ledger-Reval-Display   A1
                       Ledger-Close-Display "$"
           END-IF

           MOVE SPACES TO Export-Line
           STRING "ITEM," DELIMITED BY SIZE
               FUNCTION TRIM(Item-ID-Display) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Ledger-Name(Ledger-IDX))
               DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Ledger-Category(Ledger-IDX))
               DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Ledger-Cost-Display) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Ledger-Qty-Display(1)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Ledger-Qty-Display(2)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Ledger-Qty-Display(3)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Ledger-Qty-Display(4)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Ledger-Qty-Display(5)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Ledger-Qty-Display(7)) DELIMITED BY SIZE
               INTO Export-Line
           MOVE FUNCTION TRIM(Ledger-Qty-Display(6))
               TO Ledger-CSV-Xfer-Qty
           PERFORM Add-Ledger-CSV-Values
           WRITE Export-Line.

      *>  Appends the Ledger-Value-Display amounts to the CSV row
      *>  being built in Export-Line: open to variance and close in
      *>  the original column order, then the transfer quantity in
      *>  Ledger-CSV-Xfer-Qty, the transfer value and the
      *>  revaluation at the end.
       Add-Ledger-CSV-Values.
           COMPUTE Ledger-CSV-Ptr =
               FUNCTION LENGTH(FUNCTION TRIM(Export-Line TRAILING)) + 1
           PERFORM VARYING Ledger-Col FROM 1 BY 1 UNTIL Ledger-Col > 5
               STRING "," DELIMITED BY SIZE
                   FUNCTION TRIM(Ledger-Value-Display(Ledger-Col))
                   DELIMITED BY SIZE
                   INTO Export-Line WITH POINTER Ledger-CSV-Ptr
           END-PERFORM
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(Ledger-Value-Display(8))
               DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO Export-Line WITH POINTER Ledger-CSV-Ptr
           IF Ledger-CSV-Xfer-Qty NOT = SPACES
               STRING FUNCTION TRIM(Ledger-CSV-Xfer-Qty)
                   DELIMITED BY SIZE
                   INTO Export-Line WITH POINTER Ledger-CSV-Ptr
           END-IF
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(Ledger-Value-Display(6))
               DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Ledger-Value-Display(7))
               DELIMITED BY SIZE
               INTO Export-Line WITH POINTER Ledger-CSV-Ptr.

      *>  Value summary by category and for the whole shop, on
      *>  screen and as CATEGORY / TOTAL rows of the export.
       Show-Ledger-Totals.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A2 Bold-On ESC Blue-On
                   "Stock Ledger Value By Category"
                   ESC Reset-Color Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY "Category"     A5
                   "   Open Value"
                   "     Received"
                   "         Sold"
                   "     Returned"
                   "     Variance"
                   "    Transfers"
                   "  Revaluation"
                   "  Close Value"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           PERFORM VARYING Ledger-Cat-IDX FROM 1 BY 1
               UNTIL Ledger-Cat-IDX > 11
               IF Ledger-Cat-IDX = 11
                   MOVE "(Other)" TO Ledger-Cat-Name
               ELSE
                   MOVE Category-Index-Name(Ledger-Cat-IDX)
                       TO Ledger-Cat-Name
               END-IF
               IF (Ledger-Cat-IDX = 11 OR Ledger-Cat-IDX <=
                   Category-Total)
                  AND (Ledger-Cat-Open(Ledger-Cat-IDX) NOT = 0
                   OR Ledger-Cat-Recv(Ledger-Cat-IDX) NOT = 0
                   OR Ledger-Cat-Sold(Ledger-Cat-IDX) NOT = 0
                   OR Ledger-Cat-Ret(Ledger-Cat-IDX) NOT = 0
                   OR Ledger-Cat-Var(Ledger-Cat-IDX) NOT = 0
                   OR Ledger-Cat-Xfer(Ledger-Cat-IDX) NOT = 0
                   OR Ledger-Cat-Reval(Ledger-Cat-IDX) NOT = 0
                   OR Ledger-Cat-Close(Ledger-Cat-IDX) NOT = 0)
                   MOVE SPACES TO Ledger-Value-Line
                   MOVE Ledger-Cat-Open(Ledger-Cat-IDX)
                       TO Ledger-Value-Display(1)
                   MOVE Ledger-Cat-Recv(Ledger-Cat-IDX)
                       TO Ledger-Value-Display(2)
                   MOVE Ledger-Cat-Sold(Ledger-Cat-IDX)
                       TO Ledger-Value-Display(3)
                   MOVE Ledger-Cat-Ret(Ledger-Cat-IDX)
                       TO Ledger-Value-Display(4)
                   MOVE Ledger-Cat-Var(Ledger-Cat-IDX)
                       TO Ledger-Value-Display(5)
                   MOVE Ledger-Cat-Xfer(Ledger-Cat-IDX)
                       TO Ledger-Value-Display(6)
                   MOVE Ledger-Cat-Reval(Ledger-Cat-IDX)
                       TO Ledger-Value-Display(7)
                   MOVE Ledger-Cat-Close(Ledger-Cat-IDX)
                       TO Ledger-Value-Display(8)
                   DISPLAY Ledger-Cat-Name A1 Ledger-Value-Line
                   MOVE SPACES TO Ledger-CSV-Xfer-Qty
                   MOVE SPACES TO Export-Line
                   STRING "CATEGORY,,," DELIMITED BY SIZE
                       FUNCTION TRIM(Ledger-Cat-Name) DELIMITED BY SIZE
                       ",,,,,,," DELIMITED BY SIZE
                       INTO Export-Line
                   PERFORM Add-Ledger-CSV-Values
                   WRITE Export-Line
               END-IF
           END-PERFORM
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           MOVE SPACES TO Ledger-Value-Line
           MOVE Ledger-Shop-Open TO Ledger-Value-Display(1)
           MOVE Ledger-Shop-Recv TO Ledger-Value-Display(2)
           MOVE Ledger-Shop-Sold TO Ledger-Value-Display(3)
           MOVE Ledger-Shop-Ret TO Ledger-Value-Display(4)
           MOVE Ledger-Shop-Var TO Ledger-Value-Display(5)
           MOVE Ledger-Shop-Xfer TO Ledger-Value-Display(6)
           MOVE Ledger-Shop-Reval TO Ledger-Value-Display(7)
           MOVE Ledger-Shop-Close TO Ledger-Value-Display(8)
           DISPLAY Bold-On "Shop Total  " Bold-Off A1 Ledger-Value-Line
           MOVE Ledger-Shop-Close TO Ledger-Close-Display
           DISPLAY ESC Green-On "Stock value at " Ledger-End ": "
               FUNCTION TRIM(Ledger-Close-Display) "$" ESC Reset-Color
           MOVE SPACES TO Export-Line
           STRING "TOTAL,,,ALL,,,,,,," DELIMITED BY SIZE
               INTO Export-Line
           MOVE SPACES TO Ledger-CSV-Xfer-Qty
           PERFORM Add-Ledger-CSV-Values
           WRITE Export-Line.

      *>  On-shelf share of the receipt in the HistoryFile buffer:
      *>  what was received minus what checkout has consumed from
      *>  the batch. Seed-Item-Consumed has numbered every receipt
      *>  before this runs, so a non-numeric counter only means a
      *>  record REWRITE failed - give it the benefit of the doubt.
       Set-Batch-Remaining.
           IF History-Consumed NOT NUMERIC
               MOVE History-Quantity TO FEFO-Remain
           ELSE
           IF History-Consumed NOT < History-Quantity
               MOVE 0 TO FEFO-Remain
           ELSE
               COMPUTE FEFO-Remain =
                   History-Quantity - History-Consumed
           END-IF
           END-IF.

      *>  One-time migration of an item's receipts onto the explicit
      *>  consumed counter: rows written before the field existed
      *>  read non-numeric there, and until they are numbered every
      *>  already-sold batch would reappear as on-shelf. When any
      *>  such row is seen, the old FIFO netting is run once for the
      *>  item - receipts minus Seed-Item-Qty on hand, consumed
      *>  oldest receipt first - and every row is rewritten with its
      *>  derived consumed value before FEFO first uses it. The
      *>  caller supplies Seed-Item-ID and the item's on-hand
      *>  quantity in Seed-Item-Qty; HistoryFile must be closed.
       Seed-Item-Consumed.
           MOVE "N" TO Seed-Needed
           MOVE 0 TO Seed-Delivered
           OPEN I-O HistoryFile
           IF File-Status = "35"
               OPEN OUTPUT HistoryFile
               CLOSE HistoryFile
               OPEN I-O HistoryFile
           END-IF
           MOVE "N" TO EFC
           PERFORM UNTIL EFC = "Y"
               READ HistoryFile NEXT RECORD
               AT END
                   MOVE "Y" TO EFC
               NOT AT END
                   IF History-Item-ID = Seed-Item-ID
                       ADD History-Quantity TO Seed-Delivered
                       IF History-Consumed NOT NUMERIC
                           MOVE "Y" TO Seed-Needed
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE HistoryFile
           IF Seed-Needed = "Y"
               IF Seed-Delivered > Seed-Item-Qty
                   COMPUTE Seed-Remaining =
                       Seed-Delivered - Seed-Item-Qty
               ELSE
      *>      A count adjustment can push the on-hand past the
      *>      receipt total - then nothing was consumed from any
      *>      batch.
                   MOVE 0 TO Seed-Remaining
               END-IF
               OPEN I-O HistoryFile
               MOVE "N" TO EFC
               PERFORM UNTIL EFC = "Y"
                   READ HistoryFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EFC
                   NOT AT END
                       IF History-Item-ID = Seed-Item-ID
                           IF History-Quantity < Seed-Remaining
                               MOVE History-Quantity TO Seed-Take
                           ELSE
                               MOVE Seed-Remaining TO Seed-Take
                           END-IF
                           MOVE Seed-Take TO History-Consumed
                           REWRITE History-Record INVALID KEY
                               DISPLAY ESC Red-On
                               "Error: Unable to rewrite record."
                               ESC Reset-Color
                           END-REWRITE
                           SUBTRACT Seed-Take FROM Seed-Remaining
                       END-IF
               END-PERFORM
               CLOSE HistoryFile
           END-IF.

      *>  Seeds FEFO-Item-ID's receipts before a consume: Item-Qty
      *>  has already been drawn down by the quantity about to be
      *>  consumed, so the pre-sale on-hand is Item-Qty plus
      *>  FEFO-Qty. ItemFile and HistoryFile must be closed.
       Seed-Before-Consume.
           MOVE FEFO-Item-ID TO Seed-Item-ID
           MOVE 0 TO Seed-Item-Qty
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE FEFO-Item-ID TO RelativeKey
           READ ItemFile INVALID KEY
               CONTINUE
           NOT INVALID KEY
               COMPUTE Seed-Item-Qty = Item-Qty + FEFO-Qty
           END-READ
           CLOSE ItemFile
           PERFORM Seed-Item-Consumed.

      *>  Seeds FEFO-Item-ID's receipts before a restock: Item-Qty
      *>  was already topped back up by the quantity coming in, so
      *>  the pre-restock on-hand is Item-Qty minus FEFO-Qty.
       Seed-Before-Restock.
           MOVE FEFO-Item-ID TO Seed-Item-ID
           MOVE 0 TO Seed-Item-Qty
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE FEFO-Item-ID TO RelativeKey
           READ ItemFile INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF Item-Qty > FEFO-Qty
                   COMPUTE Seed-Item-Qty = Item-Qty - FEFO-Qty
               ELSE
                   MOVE 0 TO Seed-Item-Qty
               END-IF
           END-READ
           CLOSE ItemFile
           PERFORM Seed-Item-Consumed.

      *>  Finds the batch checkout should draw from next for the item
      *>  in FEFO-Item-ID: the unexhausted receipt with the earliest
      *>  expiry date, receipts without an expiry last, earliest
      *>  receipt first on a tie. A quarantined batch is passed
      *>  over. Leaves its History-ID in FEFO-Best-ID (0 = no batch
      *>  left). HistoryFile must be closed when this runs.
       Find-FEFO-Batch.
           MOVE 0 TO FEFO-Best-ID
           MOVE 0 TO FEFO-Best-Remain
           MOVE 999999999 TO FEFO-Best-Expiry
           OPEN I-O HistoryFile
           IF File-Status = "35"
               OPEN OUTPUT HistoryFile
               CLOSE HistoryFile
               OPEN I-O HistoryFile
           END-IF
           MOVE "N" TO EFC
           PERFORM UNTIL EFC = "Y"
               READ HistoryFile NEXT RECORD
               AT END
                   MOVE "Y" TO EFC
               NOT AT END
                   IF History-Item-ID = FEFO-Item-ID
                       PERFORM Set-Batch-Remaining
                       IF FEFO-Remain > 0
                          AND History-Quarantine NOT = "Y"
                           IF History-Expiry NOT NUMERIC
                              OR History-Expiry = 0
                               MOVE 99999999 TO FEFO-Sort-Expiry
                           ELSE
                               MOVE History-Expiry TO FEFO-Sort-Expiry
                           END-IF
                           IF FEFO-Sort-Expiry < FEFO-Best-Expiry
                               MOVE FEFO-Sort-Expiry
                                   TO FEFO-Best-Expiry
                               MOVE History-ID TO FEFO-Best-ID
                               MOVE FEFO-Remain TO FEFO-Best-Remain
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE HistoryFile.

      *>  Draws FEFO-Qty units of FEFO-Item-ID out of history.dat
      *>  earliest-expiring batch first, bumping History-Consumed on
      *>  each receipt it empties, so Item-Batches keeps matching
      *>  what is really on the shelf. Quantity that no receipt can
      *>  cover (pre-batch stock) is simply left unattributed. For a
      *>  sale line (FEFO-Sale-Cart-ID set) each draw is also logged
      *>  to salebat.dat so a batch recall can find the buyer.
       Consume-Item-Batches.
           PERFORM Seed-Before-Consume
           PERFORM UNTIL FEFO-Qty = 0
               PERFORM Find-FEFO-Batch
               IF FEFO-Best-ID = 0
                   MOVE 0 TO FEFO-Qty
               ELSE
                   IF FEFO-Best-Remain < FEFO-Qty
                       MOVE FEFO-Best-Remain TO FEFO-Take
                   ELSE
                       MOVE FEFO-Qty TO FEFO-Take
                   END-IF
                   OPEN I-O HistoryFile
                   MOVE FEFO-Best-ID TO History-Relative-Key
                   READ HistoryFile INVALID KEY
                       MOVE 0 TO FEFO-Qty
                   NOT INVALID KEY
                       IF History-Consumed NOT NUMERIC
                           MOVE 0 TO History-Consumed
                       END-IF
                       ADD FEFO-Take TO History-Consumed
                       REWRITE History-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to rewrite record."
                           ESC Reset-Color
                       END-REWRITE
                       IF FEFO-Sale-Cart-ID > 0
                           PERFORM Write-Sale-Batch
                       END-IF
                       SUBTRACT FEFO-Take FROM FEFO-Qty
                   END-READ
                   CLOSE HistoryFile
               END-IF
           END-PERFORM
           MOVE 0 TO FEFO-Sale-Cart-ID
           MOVE 0 TO FEFO-Invoice-ID.

      *>  Logs FEFO-Take units of sale line FEFO-Sale-Cart-ID as
      *>  drawn from the receipt in the HistoryFile buffer.
       Write-Sale-Batch.
           OPEN I-O SaleBatchFile
           IF File-Status = "35"
               OPEN OUTPUT SaleBatchFile
               CLOSE SaleBatchFile
               OPEN I-O SaleBatchFile
           END-IF
           MOVE 0 TO Sale-Batch-Max-Key
           MOVE "N" TO Sale-Batch-EOF
           PERFORM UNTIL Sale-Batch-EOF = "Y"
               READ SaleBatchFile NEXT RECORD
               AT END
                   MOVE "Y" TO Sale-Batch-EOF
               NOT AT END
                   IF Sale-Batch-ID > Sale-Batch-Max-Key
                       MOVE Sale-Batch-ID TO Sale-Batch-Max-Key
                   END-IF
           END-PERFORM
           ADD 1 TO Sale-Batch-Max-Key
           MOVE Sale-Batch-Max-Key TO Sale-Batch-Relative-Key
           MOVE Sale-Batch-Max-Key TO Sale-Batch-ID
           MOVE FEFO-Sale-Cart-ID TO Sale-Batch-Sale-Cart-ID
           MOVE FEFO-Invoice-ID TO Sale-Batch-Invoice-ID
           MOVE FEFO-Item-ID TO Sale-Batch-Item-ID
           MOVE History-ID TO Sale-Batch-History-ID
           MOVE FEFO-Take TO Sale-Batch-Qty
           MOVE FEFO-Sale-Date TO Sale-Batch-Date
           WRITE Sale-Batch-Record INVALID KEY
               DISPLAY ESC Red-On "Error: Unable to write record."
               ESC Reset-Color
           END-WRITE
           CLOSE SaleBatchFile.

      *>  Hands FEFO-Qty units of sale line FEFO-Sale-Cart-ID back
      *>  to the very batches its sale drew them from and takes them
      *>  off the line's salebat.dat rows (a void or a customer
      *>  return). FEFO-Qty is left holding whatever the rows could
      *>  not account for - a line sold before draws were logged -
      *>  for Restock-Item-Batches to place. HistoryFile must be
      *>  closed.
       Release-Sale-Batches.
           OPEN I-O SaleBatchFile
           IF File-Status = "35"
               OPEN OUTPUT SaleBatchFile
               CLOSE SaleBatchFile
               OPEN I-O SaleBatchFile
           END-IF
           MOVE "N" TO Sale-Batch-EOF
           PERFORM UNTIL Sale-Batch-EOF = "Y" OR FEFO-Qty = 0
               READ SaleBatchFile NEXT RECORD
               AT END
                   MOVE "Y" TO Sale-Batch-EOF
               NOT AT END
                   IF Sale-Batch-Sale-Cart-ID = FEFO-Sale-Cart-ID
                      AND Sale-Batch-Qty > 0
                       IF Sale-Batch-Qty < FEFO-Qty
                           MOVE Sale-Batch-Qty TO FEFO-Take
                       ELSE
                           MOVE FEFO-Qty TO FEFO-Take
                       END-IF
                       OPEN I-O HistoryFile
                       MOVE Sale-Batch-History-ID
                           TO History-Relative-Key
                       READ HistoryFile INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF History-Consumed NUMERIC
                              AND History-Consumed > FEFO-Take
                               SUBTRACT FEFO-Take FROM History-Consumed
                           ELSE
                               MOVE 0 TO History-Consumed
                           END-IF
                           REWRITE History-Record INVALID KEY
                               DISPLAY ESC Red-On
                               "Error: Unable to rewrite record."
                               ESC Reset-Color
                           END-REWRITE
                       END-READ
                       CLOSE HistoryFile
                       SUBTRACT FEFO-Take FROM Sale-Batch-Qty
                       SUBTRACT FEFO-Take FROM FEFO-Qty
                       MOVE Sale-Batch-ID TO Sale-Batch-Relative-Key
                       IF Sale-Batch-Qty = 0
                           DELETE SaleBatchFile
                       ELSE
                           REWRITE Sale-Batch-Record INVALID KEY
                               DISPLAY ESC Red-On
                               "Error: Unable to rewrite record."
                               ESC Reset-Color
                           END-REWRITE
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE SaleBatchFile
           MOVE 0 TO FEFO-Sale-Cart-ID.

      *>  Puts FEFO-Qty returned units of FEFO-Item-ID back onto the
      *>  batches checkout drew them from, latest-expiring consumed
      *>  batch first (the stock most plausibly still good). Anything
      *>  beyond what the batches ever gave out stays unattributed.
       Restock-Item-Batches.
           PERFORM Seed-Before-Restock
           PERFORM UNTIL FEFO-Qty = 0
               MOVE 0 TO FEFO-Best-ID
               MOVE 0 TO FEFO-Best-Remain
               MOVE 0 TO FEFO-Best-Expiry
               OPEN I-O HistoryFile
               IF File-Status = "35"
                   OPEN OUTPUT HistoryFile
                   CLOSE HistoryFile
                   OPEN I-O HistoryFile
               END-IF
               MOVE "N" TO EFC
               PERFORM UNTIL EFC = "Y"
                   READ HistoryFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EFC
                   NOT AT END
                       IF History-Item-ID = FEFO-Item-ID
                          AND History-Consumed NUMERIC
                          AND History-Consumed > 0
                           IF History-Expiry NOT NUMERIC
                              OR History-Expiry = 0
                               MOVE 99999999 TO FEFO-Sort-Expiry
                           ELSE
                               MOVE History-Expiry TO FEFO-Sort-Expiry
                           END-IF
                           IF FEFO-Sort-Expiry NOT < FEFO-Best-Expiry
                               MOVE FEFO-Sort-Expiry
                                   TO FEFO-Best-Expiry
                               MOVE History-ID TO FEFO-Best-ID
                               MOVE History-Consumed
                                   TO FEFO-Best-Remain
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE HistoryFile
               IF FEFO-Best-ID = 0
                   MOVE 0 TO FEFO-Qty
               ELSE
                   IF FEFO-Best-Remain < FEFO-Qty
                       MOVE FEFO-Best-Remain TO FEFO-Take
                   ELSE
                       MOVE FEFO-Qty TO FEFO-Take
                   END-IF
                   OPEN I-O HistoryFile
                   MOVE FEFO-Best-ID TO History-Relative-Key
                   READ HistoryFile INVALID KEY
                       MOVE 0 TO FEFO-Qty
                   NOT INVALID KEY
                       SUBTRACT FEFO-Take FROM History-Consumed
                       REWRITE History-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to rewrite record."
                           ESC Reset-Color
                       END-REWRITE
                       SUBTRACT FEFO-Take FROM FEFO-Qty
                   END-READ
                   CLOSE HistoryFile
               END-IF
           END-PERFORM.

      *>  Does the item in the ItemFile buffer have nothing left on
      *>  the shelf except expired or quarantined batches? Only then
      *>  is the sale
      *>  blocked - stock with no batch record at all (received
      *>  before batch tracking) is given the benefit of the doubt.
      *>  HistoryFile must be closed when this runs.
       Check-Expired-Only.
           MOVE "N" TO Expired-Only-Flag
           IF Item-Qty > 0
               ACCEPT Expiry-Today FROM DATE YYYYMMDD
               MOVE Item-ID TO Seed-Item-ID
               MOVE Item-Qty TO Seed-Item-Qty
               PERFORM Seed-Item-Consumed
               MOVE 0 TO Avail-Unexpired
               MOVE 0 TO Avail-Total
               OPEN I-O HistoryFile
               IF File-Status = "35"
                           PERFORM Set-Batch-Remaining
                           IF FEFO-Remain > 0
                               ADD FEFO-Remain TO Avail-Total
                               IF (History-Expiry NOT NUMERIC
                                  OR History-Expiry = 0
                                  OR History-Expiry NOT <
                                     Expiry-Today)
                                  AND History-Quarantine NOT = "Y"
                                   ADD FEFO-Remain TO Avail-Unexpired
                               END-IF
                           END-IF
                                      History-Expiry          A2
                                      History-Quantity-Display A2
                                      Remain-Display
                                      WITH NO ADVANCING
                              IF History-Quarantine = "Y"
                                  DISPLAY A2 ESC Red-On
                                  "<<QUARANTINE>>" ESC Reset-Color
                              ELSE
                                  DISPLAY " "
                              END-IF
                          END-IF
                   END-PERFORM
                   CLOSE HistoryFile
                PERFORM SearchNextprocess
            END-IF.

      *>  Recall trace for one batch/lot code: every receipt that
      *>  carries it with what is still on the shelf, then every
      *>  invoice whose lines drew units from it (salebat.dat) with
      *>  its date, casher and registered customer, so the buyers
      *>  can be phoned. The batch can then be quarantined - taken
      *>  out of checkout like expired stock - or released again.
       Batch-Recall.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Batch Recall Trace" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY "Enter Batch/Lot Number: "
           ACCEPT Recall-Batch
           MOVE FUNCTION UPPER-CASE(Recall-Batch) TO Recall-Batch
           MOVE "N" TO Recall-Found
           MOVE 0 TO Recall-Received
           MOVE 0 TO Recall-Shelf
           MOVE 0 TO Recall-Sold
           MOVE 0 TO Recall-Quar-Count
           MOVE 0 TO Recall-Line-Count
           IF Recall-Batch = SPACES
               DISPLAY ESC Red-On "Error: Batch number is required."
               ESC Reset-Color
               PERFORM StockProcess
           ELSE
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               DISPLAY "History-ID"   A2
                       "Item-Name"    A2 A10
                       "Date"         A5 A1
                       "Received"     A2
                       "On-Shelf"
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               PERFORM Show-Recall-Receipts
               IF Recall-Found NOT = "Y"
                   DISPLAY ESC Yellow-On
                   "No stock receipt carries batch "
                   FUNCTION TRIM(Recall-Batch) "." ESC Reset-Color
                   PERFORM Stockback
               ELSE
                   DISPLAY " "
                   DISPLAY Bold-On
                   H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
                   DISPLAY "Invoice"  A5
                           "Date"     A6
                           "Casher"   A2
                           "Units"    A2
                           "Customer" A10 A3
                           "Phone"
                   DISPLAY Bold-On
                   H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
                   PERFORM Show-Recall-Sales
                   IF Recall-Line-Count = 0
                       DISPLAY ESC Green-On
                       "No sales have drawn on this batch."
                       ESC Reset-Color
                   END-IF
                   DISPLAY Bold-On
                   H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
                   MOVE Recall-Received TO Recall-Qty-Display
                   DISPLAY "Units received  : " Recall-Qty-Display
                   MOVE Recall-Sold TO Recall-Qty-Display
                   DISPLAY "Units sold      : " Recall-Qty-Display
                   MOVE Recall-Shelf TO Recall-Qty-Display
                   DISPLAY "Units on shelf  : " Recall-Qty-Display
                   IF Recall-Quar-Count > 0
                       DISPLAY ESC Red-On
                       "This batch is QUARANTINED - checkout skips it."
                       ESC Reset-Color
                   END-IF
                   DISPLAY " "
                   DISPLAY "1. Quarantine batch"
                   DISPLAY "2. Release quarantine"
                   DISPLAY "0. Back"
                   DISPLAY "Enter Choose Option:"
                   ACCEPT User-Choice
                   EVALUATE User-Choice
                       WHEN "1"
                           MOVE "Y" TO Recall-Set-Flag
                           PERFORM Set-Batch-Quarantine
                       WHEN "2"
                           MOVE "N" TO Recall-Set-Flag
                           PERFORM Set-Batch-Quarantine
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM StockProcess
               END-IF
           END-IF.

      *>  Lists every history.dat receipt carrying Recall-Batch and
      *>  totals what came in and what is still on the shelf.
       Show-Recall-Receipts.
           OPEN I-O HistoryFile
           IF File-Status = "35"
               OPEN OUTPUT HistoryFile
               CLOSE HistoryFile
               OPEN I-O HistoryFile
           END-IF
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE "N" TO EFC
           PERFORM UNTIL EFC = "Y"
               READ HistoryFile NEXT RECORD
               AT END
                   MOVE "Y" TO EFC
               NOT AT END
                   IF FUNCTION UPPER-CASE(History-Batch) = Recall-Batch
                       MOVE "Y" TO Recall-Found
                       PERFORM Set-Receipt-Remaining
                       ADD History-Quantity TO Recall-Received
                       ADD Receipt-Remaining TO Recall-Shelf
                       IF History-Quarantine = "Y"
                           ADD 1 TO Recall-Quar-Count
                       END-IF
                       MOVE History-Item-ID TO RelativeKey
                       READ ItemFile INVALID KEY
                           MOVE "(deleted item)" TO Input-Item-Name
                       NOT INVALID KEY
                           MOVE Item-Name TO Input-Item-Name
                       END-READ
                       MOVE History-ID TO History-ID-Display
                       MOVE History-Date TO History-Date-Display
                       MOVE History-Quantity
                           TO History-Quantity-Display
                       MOVE Receipt-Remaining TO Remain-Display
                       MOVE FUNCTION TRIM(History-ID-Display)
                           TO String-Format
                       DISPLAY String-Format            A2
                               Input-Item-Name          A1
                               History-Date-Display     A2 A5
                               History-Quantity-Display A5
                               Remain-Display
                               WITH NO ADVANCING
                       IF History-Quarantine = "Y"
                           DISPLAY A2 ESC Red-On "<<QUARANTINE>>"
                           ESC Reset-Color
                       ELSE
                           DISPLAY " "
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE ItemFile
           CLOSE HistoryFile.

      *>  Every logged sale draw on a Recall-Batch receipt, with the
      *>  invoice (live file first, then the archive) and the
      *>  customer's name and phone when one was registered.
       Show-Recall-Sales.
           OPEN I-O SaleBatchFile
           IF File-Status = "35"
               OPEN OUTPUT SaleBatchFile
               CLOSE SaleBatchFile
               OPEN I-O SaleBatchFile
           END-IF
           OPEN I-O HistoryFile
           MOVE "N" TO Sale-Batch-EOF
           PERFORM UNTIL Sale-Batch-EOF = "Y"
               READ SaleBatchFile NEXT RECORD
               AT END
                   MOVE "Y" TO Sale-Batch-EOF
               NOT AT END
                   MOVE Sale-Batch-History-ID TO History-Relative-Key
                   READ HistoryFile INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION UPPER-CASE(History-Batch)
                          = Recall-Batch
                           PERFORM Show-Recall-Sale-Line
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE HistoryFile
           CLOSE SaleBatchFile.

       Show-Recall-Sale-Line.
           ADD 1 TO Recall-Line-Count
           ADD Sale-Batch-Qty TO Recall-Sold
           MOVE "N" TO Recall-Inv-Found
           MOVE Sale-Batch-Date TO Recall-Inv-Date
           MOVE SPACES TO Recall-Inv-Casher
           MOVE SPACES TO Recall-Inv-Status
           MOVE 0 TO Recall-Cust-ID
           MOVE SPACES TO Recall-Cust-Name
           MOVE SPACES TO Recall-Cust-Phone
           OPEN I-O InvoiceFile
           IF File-Status = "35"
               OPEN OUTPUT InvoiceFile
               CLOSE InvoiceFile
               OPEN I-O InvoiceFile
           END-IF
           MOVE Sale-Batch-Invoice-ID TO Invoice-Relative-Key
           READ InvoiceFile INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO Recall-Inv-Found
               MOVE Invoice-Date TO Recall-Inv-Date
               MOVE Invoice-Casher-ID TO Recall-Inv-Casher
               MOVE Invoice-Status TO Recall-Inv-Status
               MOVE Invoice-Customer-Name TO Recall-Cust-Name
               IF Invoice-Customer-ID NUMERIC
                   MOVE Invoice-Customer-ID TO Recall-Cust-ID
               END-IF
           END-READ
           CLOSE InvoiceFile
           IF Recall-Inv-Found NOT = "Y"
               OPEN I-O InvArchFile
               IF File-Status = "35"
                   OPEN OUTPUT InvArchFile
                   CLOSE InvArchFile
                   OPEN I-O InvArchFile
               END-IF
               MOVE Sale-Batch-Invoice-ID TO Inv-Arch-Relative-Key
               READ InvArchFile INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Arch-Invoice-Date TO Recall-Inv-Date
                   MOVE Arch-Invoice-Casher-ID TO Recall-Inv-Casher
                   MOVE Arch-Invoice-Status TO Recall-Inv-Status
                   MOVE Arch-Invoice-Cust-Name TO Recall-Cust-Name
                   IF Arch-Customer-ID NUMERIC
                       MOVE Arch-Customer-ID TO Recall-Cust-ID
                   END-IF
               END-READ
               CLOSE InvArchFile
           END-IF
           IF Recall-Cust-ID > 0
               OPEN I-O CustomerFile
               IF File-Status = "35"
                   OPEN OUTPUT CustomerFile
                   CLOSE CustomerFile
                   OPEN I-O CustomerFile
               END-IF
               MOVE Recall-Cust-ID TO Customer-Relative-Key
               READ CustomerFile INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Cust-Name TO Recall-Cust-Name
                   MOVE Cust-Phone TO Recall-Cust-Phone
               END-READ
               CLOSE CustomerFile
           END-IF
           IF Recall-Cust-Name = SPACES
               MOVE "(walk-in)" TO Recall-Cust-Name
           END-IF
           MOVE Sale-Batch-Invoice-ID TO Invoice-ID-Display
           MOVE FUNCTION TRIM(Invoice-ID-Display) TO String-Format
           MOVE Sale-Batch-Qty TO Remain-Display
           DISPLAY String-Format      A2
                   Recall-Inv-Date    A2
                   Recall-Inv-Casher  A2
                   Remain-Display     A2
                   Recall-Cust-Name   A1
                   Recall-Cust-Phone.

      *>  Sets (Recall-Set-Flag "Y") or clears ("N") the quarantine
      *>  flag on every receipt carrying Recall-Batch.
       Set-Batch-Quarantine.
           MOVE 0 TO Recall-Quar-Count
           OPEN I-O HistoryFile
           MOVE "N" TO EFC
           PERFORM UNTIL EFC = "Y"
               READ HistoryFile NEXT RECORD
               AT END
                   MOVE "Y" TO EFC
               NOT AT END
                   IF FUNCTION UPPER-CASE(History-Batch) = Recall-Batch
                       MOVE Recall-Set-Flag TO History-Quarantine
                       REWRITE History-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to rewrite record."
                           ESC Reset-Color
                       NOT INVALID KEY
                           ADD 1 TO Recall-Quar-Count
                       END-REWRITE
                   END-IF
           END-PERFORM
           CLOSE HistoryFile
           IF Recall-Set-Flag = "Y"
               MOVE "QUARANTINE" TO Audit-Action
               MOVE "N" TO Audit-Old-Value
               MOVE "Y" TO Audit-New-Value
           ELSE
               MOVE "QUAR-OFF" TO Audit-Action
               MOVE "Y" TO Audit-Old-Value
               MOVE "N" TO Audit-New-Value
           END-IF
           MOVE Recall-Batch TO Audit-Key
           PERFORM Write-Audit
           MOVE Recall-Quar-Count TO Recall-Qty-Display
           IF Recall-Set-Flag = "Y"
               DISPLAY ESC Green-On
               "Batch quarantined on "
               FUNCTION TRIM(Recall-Qty-Display) " receipt(s)."
               ESC Reset-Color
           ELSE
               DISPLAY ESC Green-On
               "Quarantine released on "
               FUNCTION TRIM(Recall-Qty-Display) " receipt(s)."
               ESC Reset-Color
           END-IF.



       Stockback.
           DISPLAY a a a a a a Bold-On "0. Back"Bold-Off
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               DISPLAY "Enter Choose Option:"
               ACCEPT option
               EVALUATE option
                   WHEN "0"
                   IF Admin-permission = "Y"
                       PERFORM StockProcess
                   END-IF
                   WHEN OTHER
                       DISPLAY ESC Red-On "Please choose only 0"
                       ESC Reset-Color
                       PERFORM SearchNextprocess
               END-EVALUATE.
           CLOSE PromoFile
           PERFORM PromoProcess.

      *>  Deletes every promotion that ended before Promo-Today.
      *>  A lapsed promotion already stops pricing on its own; this
      *>  just keeps promo.dat down to the live and coming ones.
      *>  Each one removed is audited with its item and price.
       Expire-Promotions.
           MOVE 0 TO Promo-Expired-Count
           MOVE 0 TO Promo-Fail-Count
           OPEN I-O PromoFile
           IF File-Status = "35"
               OPEN OUTPUT PromoFile
               CLOSE PromoFile
               OPEN I-O PromoFile
           END-IF
           MOVE "N" TO Promo-EOF
           PERFORM UNTIL Promo-EOF = "Y"
               READ PromoFile NEXT RECORD
               AT END
                   MOVE "Y" TO Promo-EOF
               NOT AT END
                   IF Promo-End < Promo-Today
                       MOVE Promo-ID TO Promo-ID-Display
                       MOVE SPACES TO Audit-Old-Value
                       STRING "I" Promo-Item-ID "P" Promo-Price
                           DELIMITED BY SIZE INTO Audit-Old-Value
                       DELETE PromoFile
                       INVALID KEY
                           ADD 1 TO Promo-Fail-Count
                       NOT INVALID KEY
                           ADD 1 TO Promo-Expired-Count
                           MOVE "EXP-PROMO" TO Audit-Action
                           MOVE FUNCTION TRIM(Promo-ID-Display)
                               TO Audit-Key
                           MOVE SPACES TO Audit-New-Value
                           PERFORM Write-Audit
                       END-DELETE
                   END-IF
           END-PERFORM
           CLOSE PromoFile
           MOVE Promo-Expired-Count TO Archive-Count-Display
           DISPLAY "Lapsed promotions removed : "
               FUNCTION TRIM(Archive-Count-Display).

      *>  Effective selling price for the Item-Record currently in
      *>  the ItemFile buffer: Promo-Price when today sits inside an
      *>  active promotion window, otherwise the shelf Item-Price.
                   DISPLAY "Item Name: " Item-Name

      *>      If every batch still holding stock is past its expiry
      *>      date or held under a recall, the sale is blocked unless
      *>      the casher explicitly overrides - such goods should not
      *>      slip through the register silently.
                   PERFORM Check-Expired-Only
                   MOVE "Y" TO Sell-Line-OK
                   IF Expired-Only-Flag = "Y"
                       DISPLAY ESC Red-On
                       "All remaining batches of this item are past "
                       "expiry or quarantined!" ESC Reset-Color
                       DISPLAY "1. Sell anyway (override)"
                       DISPLAY "0. Cancel"
                       DISPLAY "Enter Choose Option:"

                   COMPUTE Cart-Total-Quantity =
                               Cart-Total-Quantity + Cart-Quantity
      *>      Only the sales floor's stock can be sold - anything in
      *>      the back room or a storeroom has to be brought out on a
      *>      transfer first. Units put aside on open layaways are
      *>      handed over from the floor, so they are held there and
      *>      are not for sale to anyone else.
                   MOVE Item-ID TO Loc-Item-ID
                   MOVE Item-Qty TO Loc-Item-Total
                   PERFORM Load-Item-Loc
                   MOVE Item-ID TO Reserve-Item-ID
                   MOVE 0 TO Reserve-Skip-ID
                   PERFORM Find-Reserved-Qty
                   IF Reserved-Qty > Loc-Floor-Qty
                       MOVE 0 TO Lay-Free-Qty
                   ELSE
                       COMPUTE Lay-Free-Qty =
                           Loc-Floor-Qty - Reserved-Qty
                   END-IF
                   IF Cart-Total-Quantity > Lay-Free-Qty
                       IF Loc-Back-Total > 0
                           MOVE Loc-Back-Total TO Loc-Qty-Display
                           DISPLAY ESC Yellow-On
                           "Off the sales floor: "
                           FUNCTION TRIM(Loc-Qty-Display)
                           " - refill the shelf to sell them."
                           ESC Reset-Color
                       END-IF
                       IF Reserved-Qty > 0
                           MOVE Reserved-Qty TO Lay-Amt-Display
                           DISPLAY ESC Yellow-On
                           "Reserved on layaway: "
                           FUNCTION TRIM(Lay-Amt-Display)
                           ESC Reset-Color
                       END-IF
                       IF Lay-Free-Qty = 0
                           DISPLAY ESC Red-On
                           "This item is out of stock!!!!"
                           ESC Reset-Color
                       ELSE
                           MOVE Lay-Free-Qty To Item-Qty-Display
                           MOVE FUNCTION TRIM(Item-Qty-Display)
                           TO String-Format
                           DISPLAY ESC Red-On
      *>      in history.dat keeps matching the shelf.
                MOVE Cart-Item-ID TO FEFO-Item-ID
                MOVE Cart-Quantity TO FEFO-Qty
                MOVE Cart-ID TO FEFO-Sale-Cart-ID
                MOVE Invoice-ID TO FEFO-Invoice-ID
                MOVE Invoice-Date TO FEFO-Sale-Date
                PERFORM Consume-Item-Batches

                OPEN I-O SaleCartFile
                           CLOSE ItemFile
                           MOVE Sale-Cart-Item-ID TO FEFO-Item-ID
                           MOVE Sale-Cart-Quantity TO FEFO-Qty
                           MOVE Sale-Cart-ID TO FEFO-Sale-Cart-ID
                           PERFORM Release-Sale-Batches
                           PERFORM Restock-Item-Batches
                           DELETE SaleCartFile
                       END-READ
           MOVE Day-Close-Account TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO String-Format
           DISPLAY "  Account Sales: $" String-Format
      *>  Closes from before layaways were taken show them as zero.
           IF Day-Close-Lay-Cash NOT NUMERIC
               MOVE 0 TO Day-Close-Lay-Cash
               MOVE 0 TO Day-Close-Lay-Mobile
               MOVE 0 TO Day-Close-Lay-Card
               MOVE 0 TO Day-Close-Lay-Refund
               MOVE 0 TO Day-Close-Lay-Sales
           END-IF
           MOVE Day-Close-Lay-Sales TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO String-Format
           DISPLAY "  Layaway Sales: $" String-Format
           MOVE Day-Close-Lay-Cash TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO String-Format
           DISPLAY "Layaway Cash   : $" String-Format
           MOVE Day-Close-Lay-Mobile TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO String-Format
           DISPLAY "Layaway Mobile : $" String-Format
           MOVE Day-Close-Lay-Card TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO String-Format
           DISPLAY "Layaway Card   : $" String-Format
           MOVE Day-Close-Refunds TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO String-Format
           DISPLAY "Cash Refunds   : $" String-Format
           MOVE Day-Close-Lay-Refund TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO String-Format
           DISPLAY "Layaway Refunds: $" String-Format
           MOVE Day-Close-Discount TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO String-Format
           DISPLAY "Discount Given : $" String-Format
               MOVE 0 TO Day-Close-Card
               MOVE 0 TO Day-Close-Refunds
               MOVE 0 TO Day-Close-Account
               MOVE 0 TO Day-Close-Lay-Cash
               MOVE 0 TO Day-Close-Lay-Mobile
               MOVE 0 TO Day-Close-Lay-Card
               MOVE 0 TO Day-Close-Lay-Refund
               MOVE 0 TO Day-Close-Lay-Sales
               MOVE 0 TO Day-Close-Inv-Count
               OPEN I-O InvoiceFile
               IF File-Status = "35"
      *>      drawer reconciliation in their own bucket.
                               WHEN "ACCT"
                                   ADD Pay-Amount TO Day-Close-Account
      *>      A collected layaway was paid for by its deposit and
      *>      payments, which are counted from laypay.dat below.
                               WHEN "LAYBY"
                                   ADD Pay-Amount TO Day-Close-Lay-Sales
      *>      Invoices written before the pay-method field existed
      *>      carry spaces here - they were all cash sales.
                               WHEN OTHER
               END-PERFORM
               CLOSE ReturnFile

      *>      Layaway deposits and payments taken today, and cash
      *>      handed back on layaways that lapsed today.
               OPEN I-O LayPayFile
               IF File-Status = "35"
                   OPEN OUTPUT LayPayFile
                   CLOSE LayPayFile
                   OPEN I-O LayPayFile
               END-IF
               MOVE "N" TO LayPay-EOF
               PERFORM UNTIL LayPay-EOF = "Y"
                   READ LayPayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LayPay-EOF
                   NOT AT END
                       IF LayPay-Date = Day-Close-Scan-Date
                          AND LayPay-Casher-ID = Input-ID
                           EVALUATE TRUE
                               WHEN LayPay-Type = "REFUND"
                                AND LayPay-Method = "CASH"
                                   ADD LayPay-Amount
                                       TO Day-Close-Lay-Refund
                               WHEN LayPay-Type NOT = "DEPOSIT"
                                AND LayPay-Type NOT = "PAYMENT"
                                   CONTINUE
                               WHEN LayPay-Method = "MOBILE"
                                   ADD LayPay-Amount
                                       TO Day-Close-Lay-Mobile
                               WHEN LayPay-Method = "CARD"
                                   ADD LayPay-Amount
                                       TO Day-Close-Lay-Card
                               WHEN OTHER
                                   ADD LayPay-Amount
                                       TO Day-Close-Lay-Cash
                           END-EVALUATE
                       END-IF
               END-PERFORM
               CLOSE LayPayFile

               MOVE Day-Close-Inv-Count TO Day-Close-Count-Display
               MOVE FUNCTION TRIM(Day-Close-Count-Display)
                   TO String-Format
               COMPUTE Day-Close-Over-Short =
                   Day-Close-Counted - Day-Close-Cash
                   + Day-Close-Refunds
                   - Day-Close-Lay-Cash + Day-Close-Lay-Refund
               ADD 1 TO Day-Close-Max-Key
               MOVE Day-Close-Max-Key TO Day-Close-Relative-Key
               MOVE Day-Close-Max-Key TO Day-Close-ID
               Bold-Off
           DISPLAY a b "1. Day Close Report"
           DISPLAY a b "2. Sales Summary Export (CSV)"
           DISPLAY a b "3. Trading Pattern Report"
           DISPLAY a b "4. Post GL Journal"
           DISPLAY a b "5. GL Account Mapping"
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
                   PERFORM Day-Close-Report
               WHEN "2"
                   PERFORM Sales-Export
               WHEN "3"
                   PERFORM Trading-Pattern-Report
               WHEN "4"
                   PERFORM Post-GL-Journal
               WHEN "5"
                   PERFORM GL-Account-Mapping
               WHEN "0"
                   PERFORM NextProcess
               WHEN OTHER
                   DISPLAY "Please choose only (1,2,3,4,5,0) "
                   PERFORM Day-Close-Menu
           END-EVALUATE.

      *>  When the shop trades, for a date range: takings, invoice
      *>  count, average basket value and items per basket by hour
      *>  of day and by day of week, then per casher the takings,
      *>  voided invoices, refunds given (return.dat) and the share
      *>  of takings by pay method. Walks invoice.dat and invarch.dat
      *>  together so archived periods report the same as live ones.
      *>  Takings are Pay-Amount of completed (or later refunded)
      *>  invoices, as on the sales export.
       Trading-Pattern-Report.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a A9 Bold-On "Trading Pattern Report" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
           MOVE "N" TO SS
           PERFORM UNTIL SS = "Y"
               DISPLAY "Enter Start Date (YYYYMMDD): "
               ACCEPT Trade-Start
               DISPLAY "Enter End Date (YYYYMMDD): "
               ACCEPT Trade-End
               IF Trade-Start < 19000101
                  OR Trade-End < 19000101
                   DISPLAY ESC Red-On
                   "Dates must be YYYYMMDD." ESC Reset-Color
               ELSE
               IF Trade-Start > Trade-End
                   DISPLAY ESC Red-On
                   " Error: Start Date cannot be after End Date. "
                   ESC Reset-Color
               END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING Trade-Hour-IDX FROM 1 BY 1
               UNTIL Trade-Hour-IDX > 24
               MOVE 0 TO Trade-Hour-Amt(Trade-Hour-IDX)
               MOVE 0 TO Trade-Hour-Count(Trade-Hour-IDX)
               MOVE 0 TO Trade-Hour-Items(Trade-Hour-IDX)
           END-PERFORM
           PERFORM VARYING Trade-Day-IDX FROM 1 BY 1
               UNTIL Trade-Day-IDX > 7
               MOVE 0 TO Trade-Day-Amt(Trade-Day-IDX)
               MOVE 0 TO Trade-Day-Count(Trade-Day-IDX)
               MOVE 0 TO Trade-Day-Items(Trade-Day-IDX)
           END-PERFORM
           MOVE 0 TO Trade-Casher-Total
           MOVE "N" TO Trade-Casher-Full

           OPEN I-O InvoiceFile
           IF File-Status = "35"
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   PERFORM Trade-Add-Invoice
           END-PERFORM
           CLOSE InvoiceFile
           OPEN I-O InvArchFile
           IF File-Status = "35"
               OPEN OUTPUT InvArchFile
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE Arch-Invoice-Record TO Invoice-Record
                   PERFORM Trade-Add-Invoice
           END-PERFORM
           CLOSE InvArchFile

               AT END
                   MOVE "Y" TO Return-EOF
               NOT AT END
                   IF Return-Date >= Trade-Start
                      AND Return-Date <= Trade-End
                       MOVE Return-Casher-ID TO Trade-Scan-Casher
                       PERFORM Trade-Find-Casher
                       IF Trade-Casher-IDX > 0
                           ADD 1 TO Trade-Casher-Refunds
                               (Trade-Casher-IDX)
                           COMPUTE Trade-Casher-Ref-Amt
                               (Trade-Casher-IDX) =
                               Trade-Casher-Ref-Amt(Trade-Casher-IDX)
                               + (Return-Quantity
                               * Return-Unit-Of-Price)
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE ReturnFile

           PERFORM Show-Trade-Hours
           PERFORM Show-Trade-Days
           PERFORM Show-Trade-Cashers
           IF Trade-Casher-Full = "Y"
               DISPLAY ESC Yellow-On
               "More than 30 cashers in the range - the rest are "
               "left out of the casher table." ESC Reset-Color
           END-IF
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           PERFORM Day-Close-Menu.

      *>  Folds the invoice in the Invoice-Record buffer into the
      *>  tables when it falls in the range: a void only counts
      *>  against its casher, a sale counts everywhere.
       Trade-Add-Invoice.
           IF Invoice-Date >= Trade-Start
              AND Invoice-Date <= Trade-End
              AND (Invoice-Status = "Completed"
               OR Invoice-Status = "PartRefnd"
               OR Invoice-Status = "Refunded"
               OR Invoice-Status = "Voided")
               MOVE Invoice-Casher-ID TO Trade-Scan-Casher
               PERFORM Trade-Find-Casher
               IF Invoice-Status = "Voided"
                   IF Trade-Casher-IDX > 0
                       ADD 1 TO Trade-Casher-Voids(Trade-Casher-IDX)
                   END-IF
               ELSE
                   PERFORM Trade-Count-Items
      *>      Invoice-Time is kept as "HH:MM AM" on a 12-hour clock
      *>      where 12 noon is written as 00 PM.
                   MOVE 0 TO Trade-Hour-IDX
                   IF Invoice-Time(1:2) NUMERIC
                       MOVE Invoice-Time(1:2) TO Trade-Hour-IDX
                       IF Invoice-Time(7:2) = "PM"
                          AND Trade-Hour-IDX < 12
                           ADD 12 TO Trade-Hour-IDX
                       END-IF
                       ADD 1 TO Trade-Hour-IDX
                   END-IF
                   IF Trade-Hour-IDX > 0 AND Trade-Hour-IDX < 25
                       ADD Pay-Amount TO Trade-Hour-Amt(Trade-Hour-IDX)
                       ADD 1 TO Trade-Hour-Count(Trade-Hour-IDX)
                       ADD Trade-Inv-Items
                           TO Trade-Hour-Items(Trade-Hour-IDX)
                   END-IF
      *>      Day 1 of the integer calendar, 1601-01-01, was a
      *>      Monday.
                   COMPUTE Trade-Day-Int =
                       FUNCTION INTEGER-OF-DATE(Invoice-Date) - 1
                   DIVIDE Trade-Day-Int BY 7 GIVING Trade-Day-Quot
                       REMAINDER Trade-Day-Rem
                   ADD 1 TO Trade-Day-Rem GIVING Trade-Day-IDX
                   ADD Pay-Amount TO Trade-Day-Amt(Trade-Day-IDX)
                   ADD 1 TO Trade-Day-Count(Trade-Day-IDX)
                   ADD Trade-Inv-Items TO Trade-Day-Items(Trade-Day-IDX)
                   IF Trade-Casher-IDX > 0
                       EVALUATE Invoice-Pay-Method
                           WHEN "MOBILE"
                               MOVE 2 TO Export-Method-IDX
                           WHEN "CARD"
                               MOVE 3 TO Export-Method-IDX
                           WHEN "ACCT"
                               MOVE 4 TO Export-Method-IDX
                           WHEN "LAYBY"
                               MOVE 5 TO Export-Method-IDX
                           WHEN OTHER
                               MOVE 1 TO Export-Method-IDX
                       END-EVALUATE
                       ADD Pay-Amount TO Trade-Casher-Amt
                           (Trade-Casher-IDX)
                       ADD 1 TO Trade-Casher-Count(Trade-Casher-IDX)
                       ADD Pay-Amount TO Trade-Casher-Method-Amt
                           (Trade-Casher-IDX, Export-Method-IDX)
                   END-IF
               END-IF
           END-IF.

      *>  Slot of Trade-Scan-Casher in Trade-Casher-Table into
      *>  Trade-Casher-IDX, opening a new one the first time a casher
      *>  is seen; zero once the table is full.
       Trade-Find-Casher.
           MOVE 0 TO Trade-Casher-IDX
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > Trade-Casher-Total
               IF Trade-Casher-ID(IDX) = Trade-Scan-Casher
                   MOVE IDX TO Trade-Casher-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Trade-Casher-IDX = 0
               IF Trade-Casher-Total < 30
                   ADD 1 TO Trade-Casher-Total
                   MOVE Trade-Casher-Total TO Trade-Casher-IDX
                   MOVE Trade-Scan-Casher
                       TO Trade-Casher-ID(Trade-Casher-IDX)
                   MOVE 0 TO Trade-Casher-Amt(Trade-Casher-IDX)
                   MOVE 0 TO Trade-Casher-Count(Trade-Casher-IDX)
                   MOVE 0 TO Trade-Casher-Voids(Trade-Casher-IDX)
                   MOVE 0 TO Trade-Casher-Refunds(Trade-Casher-IDX)
                   MOVE 0 TO Trade-Casher-Ref-Amt(Trade-Casher-IDX)
                   PERFORM VARYING Export-Method-IDX FROM 1 BY 1
                       UNTIL Export-Method-IDX > 5
                       MOVE 0 TO Trade-Casher-Method-Amt
                           (Trade-Casher-IDX, Export-Method-IDX)
                   END-PERFORM
               ELSE
                   MOVE "Y" TO Trade-Casher-Full
               END-IF
           END-IF.

      *>  Units on the invoice's sale lines into Trade-Inv-Items,
      *>  live sale-cart file first, then the archive.
       Trade-Count-Items.
           MOVE 0 TO Trade-Inv-Items
           OPEN I-O SaleCartFile
           IF File-Status = "35"
               OPEN OUTPUT SaleCartFile
               CLOSE SaleCartFile
               OPEN I-O SaleCartFile
           END-IF
           OPEN I-O SCArchFile
           IF File-Status = "35"
               OPEN OUTPUT SCArchFile
               CLOSE SCArchFile
               OPEN I-O SCArchFile
           END-IF
           PERFORM VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > 100
               IF Invoice-Sale-Cart-ID(IDX2) NUMERIC
                  AND Invoice-Sale-Cart-ID(IDX2) > 0
                   MOVE Invoice-Sale-Cart-ID(IDX2)
                       TO Sale-Cart-Relative-Key
                   READ SaleCartFile
                   INVALID KEY
                       MOVE Invoice-Sale-Cart-ID(IDX2)
                           TO SC-Arch-Relative-Key
                       READ SCArchFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD Arch-SC-Quantity TO Trade-Inv-Items
                       END-READ
                   NOT INVALID KEY
                       ADD Sale-Cart-Quantity TO Trade-Inv-Items
                   END-READ
               END-IF
           END-PERFORM
           CLOSE SCArchFile
           CLOSE SaleCartFile.

       Show-Trade-Hours.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A2 Bold-On ESC Blue-On "Trading By Hour"
                   ESC Reset-Color
                   "<<< From " Trade-Start " To " Trade-End
                   Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY "Hour            Sales  Baskets   Avg Basket  "
                   "Items/Basket"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           PERFORM VARYING Trade-Hour-IDX FROM 1 BY 1
               UNTIL Trade-Hour-IDX > 24
               IF Trade-Hour-Count(Trade-Hour-IDX) > 0
                   MOVE SPACES TO Trade-Hour-Label
                   COMPUTE Trade-Day-Int = Trade-Hour-IDX - 1
                   MOVE Trade-Day-Int(7:2) TO Trade-Hour-Label(1:2)
                   MOVE ":00" TO Trade-Hour-Label(3:3)
                   MOVE Trade-Hour-Amt(Trade-Hour-IDX)
                       TO Trade-Amt-Display
                   MOVE Trade-Hour-Count(Trade-Hour-IDX)
                       TO Trade-Count-Display
                   COMPUTE Trade-Avg-Basket ROUNDED =
                       Trade-Hour-Amt(Trade-Hour-IDX)
                       / Trade-Hour-Count(Trade-Hour-IDX)
                   COMPUTE Trade-Avg-Items ROUNDED =
                       Trade-Hour-Items(Trade-Hour-IDX)
                       / Trade-Hour-Count(Trade-Hour-IDX)
                   MOVE Trade-Avg-Basket TO Trade-Avg-Display
                   MOVE Trade-Avg-Items TO Trade-Items-Display
                   DISPLAY Trade-Hour-Label      A5 A1
                           Trade-Amt-Display "$" A2
                           Trade-Count-Display   A2
                           Trade-Avg-Display "$" A5 A2
                           Trade-Items-Display
               END-IF
           END-PERFORM.

       Show-Trade-Days.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A2 Bold-On ESC Blue-On "Trading By Day Of Week"
                   ESC Reset-Color Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY "Day              Sales  Baskets   Avg Basket  "
                   "Items/Basket"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           PERFORM VARYING Trade-Day-IDX FROM 1 BY 1
               UNTIL Trade-Day-IDX > 7
               MOVE 0 TO Trade-Avg-Basket
               MOVE 0 TO Trade-Avg-Items
               IF Trade-Day-Count(Trade-Day-IDX) > 0
                   COMPUTE Trade-Avg-Basket ROUNDED =
                       Trade-Day-Amt(Trade-Day-IDX)
                       / Trade-Day-Count(Trade-Day-IDX)
                   COMPUTE Trade-Avg-Items ROUNDED =
                       Trade-Day-Items(Trade-Day-IDX)
                       / Trade-Day-Count(Trade-Day-IDX)
               END-IF
               MOVE Trade-Day-Amt(Trade-Day-IDX) TO Trade-Amt-Display
               MOVE Trade-Day-Count(Trade-Day-IDX)
                   TO Trade-Count-Display
               MOVE Trade-Avg-Basket TO Trade-Avg-Display
               MOVE Trade-Avg-Items TO Trade-Items-Display
               DISPLAY Trade-Day-Name(Trade-Day-IDX) A2
                       Trade-Amt-Display "$" A2
                       Trade-Count-Display   A2
                       Trade-Avg-Display "$" A5 A2
                       Trade-Items-Display
           END-PERFORM.

       Show-Trade-Cashers.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A2 Bold-On ESC Blue-On "Trading By Casher"
                   ESC Reset-Color Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY "Casher        Sales "
                   "Basket  Avg Basket "
                   "Voids  Refnd   Refunded "
                   "    Cash  Mobile    Card    Acct   Layby"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           PERFORM VARYING Trade-Casher-IDX FROM 1 BY 1
               UNTIL Trade-Casher-IDX > Trade-Casher-Total
               MOVE 0 TO Trade-Avg-Basket
               IF Trade-Casher-Count(Trade-Casher-IDX) > 0
                   COMPUTE Trade-Avg-Basket ROUNDED =
                       Trade-Casher-Amt(Trade-Casher-IDX)
                       / Trade-Casher-Count(Trade-Casher-IDX)
               END-IF
               MOVE SPACES TO Trade-Share-Line
               PERFORM VARYING Export-Method-IDX FROM 1 BY 1
                   UNTIL Export-Method-IDX > 5
                   IF Trade-Casher-Amt(Trade-Casher-IDX) > 0
                       COMPUTE Trade-Share-Display(Export-Method-IDX)
                           ROUNDED =
                           Trade-Casher-Method-Amt
                           (Trade-Casher-IDX, Export-Method-IDX)
                           * 100 / Trade-Casher-Amt(Trade-Casher-IDX)
                   ELSE
                       MOVE 0 TO Trade-Share-Display(Export-Method-IDX)
                   END-IF
                   MOVE "%" TO Trade-Share-Pct(Export-Method-IDX)
               END-PERFORM
               MOVE Trade-Avg-Basket TO Trade-Avg-Display
               MOVE Trade-Casher-Amt(Trade-Casher-IDX)
                   TO Trade-Amt-Display
               MOVE Trade-Casher-Count(Trade-Casher-IDX)
                   TO Trade-Count-Display
               DISPLAY Trade-Casher-ID(Trade-Casher-IDX) A2
                       Trade-Amt-Display "$" A1
                       Trade-Count-Display   A1
                       Trade-Avg-Display "$"
                       WITH NO ADVANCING
               MOVE Trade-Casher-Voids(Trade-Casher-IDX)
                   TO Remain-Display
               MOVE Trade-Casher-Refunds(Trade-Casher-IDX)
                   TO Hold-No-Display
               MOVE Trade-Casher-Ref-Amt(Trade-Casher-IDX)
                   TO Trade-Amt-Display
               DISPLAY A1 Remain-Display     A1 A1
                       Hold-No-Display       A1
                       Trade-Amt-Display "$"
                       Trade-Share-Line
           END-PERFORM.

      *>  Daily GL journal: one balanced double-entry journal for a
      *>  trading day, one line per chart-of-accounts code, written
      *>  to gl_<date>.csv for the accounts package. Sales (by pay
      *>  method), discounts, loyalty redemptions and tax come from
      *>  the day's completed invoices, cost of sales from their
      *>  lines at weighted-average cost; refunds from return.dat,
      *>  account payments from ar.dat, supplier invoices and
      *>  payments from supinv.dat and suppay.dat, debit notes for
      *>  goods returned to suppliers from rtv.dat, stock-take
      *>  variances and vendor write-offs from adjust.dat, and
      *>  layaway deposits, refunds and forfeits from laypay.dat.
      *>  Account codes come from glmap.dat; glpost.dat records each
      *>  day posted so the same day can never be posted twice.
       Post-GL-Journal.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a A9 Bold-On "Post GL Journal" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
           ACCEPT GL-Today FROM DATE YYYYMMDD
           MOVE "N" TO SS
           PERFORM UNTIL SS = "Y"
               DISPLAY "Enter Trading Date to post (YYYYMMDD): "
               ACCEPT GL-Date
               IF GL-Date < 19000101
                   DISPLAY ESC Red-On
                   "Dates must be YYYYMMDD." ESC Reset-Color
               ELSE
               IF GL-Date > GL-Today
                   DISPLAY ESC Red-On
                   " Error: Cannot post a day that has not traded. "
                   ESC Reset-Color
               ELSE
                   MOVE "Y" TO SS
               END-IF
               END-IF
           END-PERFORM
           PERFORM GL-Check-Posted
           IF GL-Already = "Y"
               DISPLAY ESC Red-On
               "Error: " GL-Date " has already been posted to the GL."
               ESC Reset-Color
           ELSE
               PERFORM Load-GL-Map
               PERFORM GL-Scan-Invoices
               PERFORM GL-Scan-Returns
               PERFORM GL-Scan-AR
               PERFORM GL-Scan-Supplier
               PERFORM GL-Scan-Adjust
               PERFORM GL-Scan-Layaway
               PERFORM GL-Build-Accounts
               IF GL-Acct-Total = 0
                   DISPLAY ESC Yellow-On
                   "Nothing to post for " GL-Date "." ESC Reset-Color
               ELSE
               IF GL-Tot-Dr NOT = GL-Tot-Cr
                   MOVE GL-Tot-Dr TO GL-Amt-Format
                   MOVE FUNCTION TRIM(GL-Amt-Format) TO GL-Dr-Text
                   MOVE GL-Tot-Cr TO GL-Amt-Format
                   MOVE FUNCTION TRIM(GL-Amt-Format) TO GL-Cr-Text
                   DISPLAY ESC Red-On
                   "Error: Journal does not balance - debits $"
                   FUNCTION TRIM(GL-Dr-Text) " credits $"
                   FUNCTION TRIM(GL-Cr-Text) ". Nothing posted."
                   ESC Reset-Color
               ELSE
                   PERFORM GL-Write-Journal
                   PERFORM GL-Mark-Posted
               END-IF
               END-IF
           END-IF
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           PERFORM Day-Close-Menu.

      *>  GL-Already = Y when glpost.dat already holds GL-Date; also
      *>  leaves the highest key in GL-Post-Max-Key for the next one.
       GL-Check-Posted.
           MOVE "N" TO GL-Already
           MOVE 0 TO GL-Post-Max-Key
           OPEN I-O GLPostFile
           IF File-Status = "35"
               OPEN OUTPUT GLPostFile
               CLOSE GLPostFile
               OPEN I-O GLPostFile
           END-IF
           MOVE "N" TO GL-EOF
           PERFORM UNTIL GL-EOF = "Y"
               READ GLPostFile NEXT RECORD
               AT END
                   MOVE "Y" TO GL-EOF
               NOT AT END
                   IF GL-Post-Relative-Key > GL-Post-Max-Key
                       MOVE GL-Post-Relative-Key TO GL-Post-Max-Key
                   END-IF
                   IF GL-Post-Date = GL-Date
                       MOVE "Y" TO GL-Already
                   END-IF
           END-PERFORM
           CLOSE GLPostFile.

      *>  Account code and description of every posting type into
      *>  GL-Slot-Table, with the day's totals cleared. A type
      *>  missing from glmap.dat (a new file, or a type added since
      *>  it was made) is written there with its default first.
       Load-GL-Map.
           OPEN I-O GLMapFile
           IF File-Status = "35"
               OPEN OUTPUT GLMapFile
               CLOSE GLMapFile
               OPEN I-O GLMapFile
           END-IF
           PERFORM VARYING GL-Slot-IDX FROM 1 BY 1
               UNTIL GL-Slot-IDX > GL-Type-Count
               MOVE GL-Slot-IDX TO GL-Map-Relative-Key
               READ GLMapFile INVALID KEY
                   MOVE GL-Type-Code(GL-Slot-IDX) TO GL-Map-Type
                   MOVE GL-Type-Def-Account(GL-Slot-IDX)
                       TO GL-Map-Account
                   MOVE GL-Type-Def-Desc(GL-Slot-IDX) TO GL-Map-Desc
                   WRITE GL-Map-Record INVALID KEY
                       DISPLAY ESC Red-On
                       "Error: Unable to write record." ESC Reset-Color
                   END-WRITE
               END-READ
               MOVE GL-Map-Account TO GL-Slot-Account(GL-Slot-IDX)
               MOVE GL-Map-Desc TO GL-Slot-Desc(GL-Slot-IDX)
               MOVE 0 TO GL-Slot-Dr(GL-Slot-IDX)
               MOVE 0 TO GL-Slot-Cr(GL-Slot-IDX)
           END-PERFORM
           CLOSE GLMapFile.

      *>  Debits GL-Dr-Slot and credits GL-Cr-Slot with GL-Amount;
      *>  a negative amount posts the other way round.
       GL-Post-Entry.
           IF GL-Amount > 0
               ADD GL-Amount TO GL-Slot-Dr(GL-Dr-Slot)
               ADD GL-Amount TO GL-Slot-Cr(GL-Cr-Slot)
           ELSE
           IF GL-Amount < 0
               SUBTRACT GL-Amount FROM GL-Slot-Cr(GL-Dr-Slot)
               SUBTRACT GL-Amount FROM GL-Slot-Dr(GL-Cr-Slot)
           END-IF
           END-IF.

       GL-Scan-Invoices.
           OPEN I-O InvoiceFile
           IF File-Status = "35"
               OPEN OUTPUT InvoiceFile
               CLOSE InvoiceFile
               OPEN I-O InvoiceFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ InvoiceFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   PERFORM GL-Add-Invoice
           END-PERFORM
           CLOSE InvoiceFile
           OPEN I-O InvArchFile
           IF File-Status = "35"
               OPEN OUTPUT InvArchFile
               CLOSE InvArchFile
               OPEN I-O InvArchFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ InvArchFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE Arch-Invoice-Record TO Invoice-Record
                   PERFORM GL-Add-Invoice
           END-PERFORM
           CLOSE InvArchFile.

      *>  A sale dated GL-Date in the Invoice-Record buffer: the
      *>  money taken is debited to its pay method (an account sale
      *>  to receivables), discount and points redeemed to their
      *>  own accounts, and the gross less tax credited to sales.
      *>  Refunds made later are posted on their own day from
      *>  return.dat, so a part-refunded sale still posts in full.
       GL-Add-Invoice.
           IF Invoice-Date = GL-Date
              AND (Invoice-Status = "Completed"
               OR Invoice-Status = "PartRefnd"
               OR Invoice-Status = "Refunded")
               EVALUATE Invoice-Pay-Method
                   WHEN "MOBILE"
                       MOVE GL-Slot-Mobile TO GL-Dr-Slot
                   WHEN "CARD"
                       MOVE GL-Slot-Card TO GL-Dr-Slot
                   WHEN "ACCT"
                       MOVE GL-Slot-AR TO GL-Dr-Slot
      *>      A collected layaway is paid out of the deposits held.
                   WHEN "LAYBY"
                       MOVE GL-Slot-Laydep TO GL-Dr-Slot
                   WHEN OTHER
                       MOVE GL-Slot-Cash TO GL-Dr-Slot
               END-EVALUATE
               MOVE GL-Slot-Sales TO GL-Cr-Slot
               MOVE Pay-Amount TO GL-Amount
               PERFORM GL-Post-Entry
               MOVE GL-Slot-Discount TO GL-Dr-Slot
               MOVE Discount TO GL-Amount
               PERFORM GL-Post-Entry
               IF Invoice-Points-Used NUMERIC
                   MOVE GL-Slot-Loyalty TO GL-Dr-Slot
                   MOVE Invoice-Points-Used TO GL-Amount
                   PERFORM GL-Post-Entry
               END-IF
               MOVE GL-Slot-Sales TO GL-Dr-Slot
               MOVE GL-Slot-Tax TO GL-Cr-Slot
               MOVE Tax TO GL-Amount
               PERFORM GL-Post-Entry
               PERFORM GL-Add-Sale-Costs
           END-IF.

      *>  Cost of the invoice's sale lines at the weighted-average
      *>  cost as at GL-Date, out of inventory into cost of sales.
       GL-Add-Sale-Costs.
           MOVE GL-Slot-COGS TO GL-Dr-Slot
           MOVE GL-Slot-Inventory TO GL-Cr-Slot
           OPEN I-O SaleCartFile
           IF File-Status = "35"
               OPEN OUTPUT SaleCartFile
           PERFORM VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > 100
               IF Invoice-Sale-Cart-ID(IDX2) NUMERIC
                  AND Invoice-Sale-Cart-ID(IDX2) > 0
                   MOVE 0 TO GL-Item-ID
                   MOVE Invoice-Sale-Cart-ID(IDX2)
                       TO Sale-Cart-Relative-Key
                   READ SaleCartFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Arch-SC-Item-ID TO GL-Item-ID
                           MOVE Arch-SC-Quantity TO GL-Item-Qty
                       END-READ
                   NOT INVALID KEY
                       MOVE Sale-Cart-Item-ID TO GL-Item-ID
                       MOVE Sale-Cart-Quantity TO GL-Item-Qty
                   END-READ
                   IF GL-Item-ID > 0
                       MOVE GL-Item-ID TO Avg-Cost-Item-ID
                       MOVE GL-Date TO Avg-Cost-Date
                       PERFORM Find-Average-Cost
                       COMPUTE GL-Amount = GL-Item-Qty * Avg-Unit-Cost
                       PERFORM GL-Post-Entry
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SCArchFile
           CLOSE SaleCartFile.

      *>  Refunds given on GL-Date: the refund value against sales
      *>  returns, paid back the way the sale was paid (an account
      *>  sale back to receivables); the units go back on the shelf,
      *>  so their cost comes back out of cost of sales.
       GL-Scan-Returns.
           OPEN I-O ReturnFile
           IF File-Status = "35"
               OPEN OUTPUT ReturnFile
               CLOSE ReturnFile
               OPEN I-O ReturnFile
           END-IF
           MOVE "N" TO Return-EOF
           PERFORM UNTIL Return-EOF = "Y"
               READ ReturnFile NEXT RECORD
               AT END
                   MOVE "Y" TO Return-EOF
               NOT AT END
                   IF Return-Date = GL-Date
                       PERFORM Find-Return-Pay-Method
                       EVALUATE Day-Close-Ref-Method
                           WHEN "MOBILE"
                               MOVE GL-Slot-Mobile TO GL-Cr-Slot
                           WHEN "CARD"
                               MOVE GL-Slot-Card TO GL-Cr-Slot
                           WHEN "ACCT"
                               MOVE GL-Slot-AR TO GL-Cr-Slot
                           WHEN OTHER
                               MOVE GL-Slot-Cash TO GL-Cr-Slot
                       END-EVALUATE
                       MOVE GL-Slot-Returns TO GL-Dr-Slot
                       COMPUTE GL-Amount =
                           Return-Quantity * Return-Unit-Of-Price
                       PERFORM GL-Post-Entry
                       MOVE Return-Item-ID TO Avg-Cost-Item-ID
                       MOVE GL-Date TO Avg-Cost-Date
                       PERFORM Find-Average-Cost
                       MOVE GL-Slot-Inventory TO GL-Dr-Slot
                       MOVE GL-Slot-COGS TO GL-Cr-Slot
                       COMPUTE GL-Amount =
                           Return-Quantity * Avg-Unit-Cost
                       PERFORM GL-Post-Entry
                   END-IF
           END-PERFORM
           CLOSE ReturnFile.

      *>  Payments received on account on GL-Date. Account charges
      *>  are already in the day's account sales, and the credits a
      *>  return raises in its refund, so only payments post here.
       GL-Scan-AR.
           OPEN I-O ARFile
           IF File-Status = "35"
               OPEN OUTPUT ARFile
               CLOSE ARFile
               OPEN I-O ARFile
           END-IF
           MOVE GL-Slot-Cash TO GL-Dr-Slot
           MOVE GL-Slot-AR TO GL-Cr-Slot
           MOVE "N" TO AR-EOF
           PERFORM UNTIL AR-EOF = "Y"
               READ ARFile NEXT RECORD
               AT END
                   MOVE "Y" TO AR-EOF
               NOT AT END
                   IF AR-Date = GL-Date
                      AND AR-Type = "PAYMENT"
                       MOVE AR-Amount TO GL-Amount
                       PERFORM GL-Post-Entry
                   END-IF
           END-PERFORM
           CLOSE ARFile.

      *>  Supplier invoices booked on GL-Date into inventory against
      *>  payables, supplier payments made that day from the bank,
      *>  and debit notes for goods sent back, which take the stock
      *>  out of inventory against what we owe.
       GL-Scan-Supplier.
           OPEN I-O SupInvFile
           IF File-Status = "35"
               OPEN OUTPUT SupInvFile
               CLOSE SupInvFile
               OPEN I-O SupInvFile
           END-IF
           MOVE GL-Slot-Inventory TO GL-Dr-Slot
           MOVE GL-Slot-AP TO GL-Cr-Slot
           MOVE "N" TO SupInv-EOF
           PERFORM UNTIL SupInv-EOF = "Y"
               READ SupInvFile NEXT RECORD
               AT END
                   MOVE "Y" TO SupInv-EOF
               NOT AT END
                   IF SupInv-Date = GL-Date
                       MOVE SupInv-Amount TO GL-Amount
                       PERFORM GL-Post-Entry
                   END-IF
           END-PERFORM
           CLOSE SupInvFile
           OPEN I-O SupPayFile
           IF File-Status = "35"
               OPEN OUTPUT SupPayFile
               CLOSE SupPayFile
               OPEN I-O SupPayFile
           END-IF
           MOVE GL-Slot-AP TO GL-Dr-Slot
           MOVE GL-Slot-Bank TO GL-Cr-Slot
           MOVE "N" TO SupPay-EOF
           PERFORM UNTIL SupPay-EOF = "Y"
               READ SupPayFile NEXT RECORD
               AT END
                   MOVE "Y" TO SupPay-EOF
               NOT AT END
                   IF SupPay-Date = GL-Date
                       MOVE SupPay-Amount TO GL-Amount
                       PERFORM GL-Post-Entry
                   END-IF
           END-PERFORM
           CLOSE SupPayFile
           OPEN I-O VendRetFile
           IF File-Status = "35"
               OPEN OUTPUT VendRetFile
               CLOSE VendRetFile
               OPEN I-O VendRetFile
           END-IF
           MOVE GL-Slot-AP TO GL-Dr-Slot
           MOVE GL-Slot-Inventory TO GL-Cr-Slot
           MOVE "N" TO RTV-EOF
           PERFORM UNTIL RTV-EOF = "Y"
               READ VendRetFile NEXT RECORD
               AT END
                   MOVE "Y" TO RTV-EOF
               NOT AT END
                   IF RTV-Date = GL-Date AND RTV-Credit > 0
                       MOVE RTV-Credit TO GL-Amount
                       PERFORM GL-Post-Entry
                   END-IF
           END-PERFORM
           CLOSE VendRetFile.

      *>  Stock-take variances counted on GL-Date at the cost the
      *>  count recorded: a shortfall is written off out of
      *>  inventory, a surplus comes back the other way. Vendor
      *>  write-offs post the same way. Goods returned for credit
      *>  are skipped here - their debit note posts against the
      *>  supplier in GL-Scan-Supplier.
       GL-Scan-Adjust.
           OPEN I-O AdjustFile
           IF File-Status = "35"
               OPEN OUTPUT AdjustFile
               CLOSE AdjustFile
               OPEN I-O AdjustFile
           END-IF
           MOVE GL-Slot-Inventory TO GL-Dr-Slot
           MOVE GL-Slot-Writeoff TO GL-Cr-Slot
           MOVE "N" TO GL-EOF
           PERFORM UNTIL GL-EOF = "Y"
               READ AdjustFile NEXT RECORD
               AT END
                   MOVE "Y" TO GL-EOF
               NOT AT END
                   IF Adjust-Date = GL-Date
                      AND Adjust-Reason NOT = "RTV CREDIT"
                       COMPUTE GL-Amount =
                           Adjust-Variance * Adjust-Unit-Cost
                       PERFORM GL-Post-Entry
                   END-IF
           END-PERFORM
           CLOSE AdjustFile.

      *>  Layaway money moved on GL-Date: deposits and payments are
      *>  held as a liability until the layaway is collected (when
      *>  its invoice draws them down), refunds pay them back out,
      *>  and a forfeited deposit becomes income.
       GL-Scan-Layaway.
           OPEN I-O LayPayFile
           IF File-Status = "35"
               OPEN OUTPUT LayPayFile
               CLOSE LayPayFile
               OPEN I-O LayPayFile
           END-IF
           MOVE "N" TO LayPay-EOF
           PERFORM UNTIL LayPay-EOF = "Y"
               READ LayPayFile NEXT RECORD
               AT END
                   MOVE "Y" TO LayPay-EOF
               NOT AT END
                   IF LayPay-Date = GL-Date
                       EVALUATE LayPay-Method
                           WHEN "MOBILE"
                               MOVE GL-Slot-Mobile TO GL-Slot-IDX
                           WHEN "CARD"
                               MOVE GL-Slot-Card TO GL-Slot-IDX
                           WHEN OTHER
                               MOVE GL-Slot-Cash TO GL-Slot-IDX
                       END-EVALUATE
                       EVALUATE LayPay-Type
                           WHEN "REFUND"
                               MOVE GL-Slot-Laydep TO GL-Dr-Slot
                               MOVE GL-Slot-IDX TO GL-Cr-Slot
                           WHEN "FORFEIT"
                               MOVE GL-Slot-Laydep TO GL-Dr-Slot
                               MOVE GL-Slot-Forfeit TO GL-Cr-Slot
                           WHEN OTHER
                               MOVE GL-Slot-IDX TO GL-Dr-Slot
                               MOVE GL-Slot-Laydep TO GL-Cr-Slot
                       END-EVALUATE
                       MOVE LayPay-Amount TO GL-Amount
                       PERFORM GL-Post-Entry
                   END-IF
           END-PERFORM
           CLOSE LayPayFile.

      *>  Folds the posting types into one net line per account code
      *>  (two types may share an account) and totals both sides.
       GL-Build-Accounts.
           MOVE 0 TO GL-Acct-Total
           MOVE 0 TO GL-Tot-Dr
           MOVE 0 TO GL-Tot-Cr
           PERFORM VARYING GL-Slot-IDX FROM 1 BY 1
               UNTIL GL-Slot-IDX > GL-Type-Count
               MOVE 0 TO GL-Acct-IDX
               PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > GL-Acct-Total
                   IF GL-Acct-Code(IDX) = GL-Slot-Account(GL-Slot-IDX)
                       MOVE IDX TO GL-Acct-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF GL-Acct-IDX = 0
                   ADD 1 TO GL-Acct-Total
                   MOVE GL-Acct-Total TO GL-Acct-IDX
                   MOVE GL-Slot-Account(GL-Slot-IDX)
                       TO GL-Acct-Code(GL-Acct-IDX)
                   MOVE GL-Slot-Desc(GL-Slot-IDX)
                       TO GL-Acct-Desc(GL-Acct-IDX)
                   MOVE 0 TO GL-Acct-Net(GL-Acct-IDX)
               END-IF
               COMPUTE GL-Acct-Net(GL-Acct-IDX) =
                   GL-Acct-Net(GL-Acct-IDX)
                   + GL-Slot-Dr(GL-Slot-IDX)
                   - GL-Slot-Cr(GL-Slot-IDX)
           END-PERFORM
      *>  Accounts that net to nothing are dropped.
           MOVE 0 TO IDX
           PERFORM VARYING GL-Acct-IDX FROM 1 BY 1
               UNTIL GL-Acct-IDX > GL-Acct-Total
               IF GL-Acct-Net(GL-Acct-IDX) NOT = 0
                   ADD 1 TO IDX
                   MOVE GL-Acct-Entry(GL-Acct-IDX) TO GL-Acct-Entry(IDX)
                   IF GL-Acct-Net(IDX) > 0
                       ADD GL-Acct-Net(IDX) TO GL-Tot-Dr
                   ELSE
                       SUBTRACT GL-Acct-Net(IDX) FROM GL-Tot-Cr
                   END-IF
               END-IF
           END-PERFORM
           MOVE IDX TO GL-Acct-Total.

       GL-Write-Journal.
           MOVE SPACES TO WS-Export-Path
           STRING "gl_" DELIMITED BY SIZE
               GL-Date DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-Export-Path
           OPEN OUTPUT ExportFile
           MOVE SPACES TO Export-Line
           STRING "DATE,ACCOUNT,DESCRIPTION,DEBIT,CREDIT"
               DELIMITED BY SIZE
               INTO Export-Line
           WRITE Export-Line
           DISPLAY " "
           DISPLAY "Account    Description                    Debit"
                   "        Credit"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           PERFORM VARYING GL-Acct-IDX FROM 1 BY 1
               UNTIL GL-Acct-IDX > GL-Acct-Total
               MOVE 0 TO GL-Line-Dr
               MOVE 0 TO GL-Line-Cr
               IF GL-Acct-Net(GL-Acct-IDX) > 0
                   MOVE GL-Acct-Net(GL-Acct-IDX) TO GL-Line-Dr
               ELSE
                   COMPUTE GL-Line-Cr = 0 - GL-Acct-Net(GL-Acct-IDX)
               END-IF
               MOVE GL-Line-Dr TO GL-Amt-Format
               MOVE FUNCTION TRIM(GL-Amt-Format) TO GL-Dr-Text
               MOVE GL-Line-Cr TO GL-Amt-Format
               MOVE FUNCTION TRIM(GL-Amt-Format) TO GL-Cr-Text
               MOVE SPACES TO Export-Line
               STRING GL-Date DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(GL-Acct-Code(GL-Acct-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(GL-Acct-Desc(GL-Acct-IDX))
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(GL-Dr-Text) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(GL-Cr-Text) DELIMITED BY SIZE
                   INTO Export-Line
               WRITE Export-Line
               MOVE GL-Line-Dr TO GL-Amt-Format
               MOVE GL-Amt-Format TO GL-Dr-Text
               MOVE GL-Line-Cr TO GL-Amt-Format
               MOVE GL-Amt-Format TO GL-Cr-Text
               DISPLAY GL-Acct-Code(GL-Acct-IDX) " "
                   GL-Acct-Desc(GL-Acct-IDX) " "
                   GL-Dr-Text " " GL-Cr-Text
           END-PERFORM
           MOVE GL-Tot-Dr TO GL-Amt-Format
           MOVE FUNCTION TRIM(GL-Amt-Format) TO GL-Dr-Text
           MOVE GL-Tot-Cr TO GL-Amt-Format
           MOVE FUNCTION TRIM(GL-Amt-Format) TO GL-Cr-Text
           MOVE SPACES TO Export-Line
           STRING GL-Date DELIMITED BY SIZE
               ",TOTAL,," DELIMITED BY SIZE
               FUNCTION TRIM(GL-Dr-Text) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(GL-Cr-Text) DELIMITED BY SIZE
               INTO Export-Line
           WRITE Export-Line
           CLOSE ExportFile
           MOVE GL-Tot-Dr TO GL-Amt-Format
           MOVE GL-Amt-Format TO GL-Dr-Text
           MOVE GL-Tot-Cr TO GL-Amt-Format
           MOVE GL-Amt-Format TO GL-Cr-Text
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY "TOTAL                                 "
               GL-Dr-Text " " GL-Cr-Text
           DISPLAY " "
           DISPLAY ESC Green-On
           "Export saved to file: " FUNCTION TRIM(WS-Export-Path)
           ESC Reset-Color.

       GL-Mark-Posted.
           OPEN I-O GLPostFile
           IF File-Status = "35"
               OPEN OUTPUT GLPostFile
               CLOSE GLPostFile
               OPEN I-O GLPostFile
           END-IF
           ADD 1 TO GL-Post-Max-Key
           MOVE GL-Post-Max-Key TO GL-Post-Relative-Key
           MOVE GL-Date TO GL-Post-Date
           MOVE GL-Acct-Total TO GL-Post-Lines
           MOVE GL-Tot-Dr TO GL-Post-Debit
           MOVE Input-ID TO GL-Post-By
           MOVE GL-Today TO GL-Post-On
           WRITE GL-Post-Record INVALID KEY
               DISPLAY ESC Red-On
               "Error: Unable to write record." ESC Reset-Color
           END-WRITE
           CLOSE GLPostFile
           MOVE "GL-POST" TO Audit-Action
           MOVE GL-Date TO Audit-Key
           MOVE SPACES TO Audit-Old-Value
           MOVE GL-Tot-Dr TO GL-Amt-Format
           MOVE FUNCTION TRIM(GL-Amt-Format) TO Audit-New-Value
           PERFORM Write-Audit
           DISPLAY ESC Green-On
           "GL journal for " GL-Date " posted." ESC Reset-Color.

      *>  Shows the account code each posting type goes to and lets
      *>  one be changed; a blank entry keeps what is there.
       GL-Account-Mapping.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a A9 Bold-On "GL Account Mapping" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
           PERFORM Load-GL-Map
           DISPLAY "No Type       Account    Description"
           PERFORM VARYING GL-Slot-IDX FROM 1 BY 1
               UNTIL GL-Slot-IDX > GL-Type-Count
               MOVE GL-Slot-IDX TO GL-Slot-Display
               DISPLAY GL-Slot-Display " "
                   GL-Type-Code(GL-Slot-IDX) " "
                   GL-Slot-Account(GL-Slot-IDX) " "
                   GL-Slot-Desc(GL-Slot-IDX)
           END-PERFORM
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY "Enter No. to change (0 = Back): "
           ACCEPT GL-Map-Choice
           IF GL-Map-Choice = 0
               PERFORM Day-Close-Menu
           ELSE
           IF GL-Map-Choice > GL-Type-Count
               DISPLAY ESC Red-On "Error: No such posting type."
               ESC Reset-Color
               PERFORM GL-Account-Mapping
           ELSE
               MOVE SPACES TO GL-Map-New-Account
               MOVE SPACES TO GL-Map-New-Desc
               DISPLAY "New Account Code (blank = keep): "
               ACCEPT GL-Map-New-Account
               DISPLAY "New Description (blank = keep): "
               ACCEPT GL-Map-New-Desc
               OPEN I-O GLMapFile
               MOVE GL-Map-Choice TO GL-Map-Relative-Key
               READ GLMapFile INVALID KEY
                   DISPLAY ESC Red-On "Error: Record not found."
                   ESC Reset-Color
               NOT INVALID KEY
                   MOVE GL-Map-Account TO Audit-Old-Value
                   IF GL-Map-New-Account NOT = SPACES
                       MOVE GL-Map-New-Account TO GL-Map-Account
                   END-IF
                   IF GL-Map-New-Desc NOT = SPACES
                       MOVE GL-Map-New-Desc TO GL-Map-Desc
                   END-IF
                   REWRITE GL-Map-Record INVALID KEY
                       DISPLAY ESC Red-On
                       "Error: Unable to rewrite record."
                       ESC Reset-Color
                   END-REWRITE
                   MOVE "GL-MAP" TO Audit-Action
                   MOVE GL-Map-Type TO Audit-Key
                   MOVE GL-Map-Account TO Audit-New-Value
                   PERFORM Write-Audit
                   DISPLAY ESC Green-On "Mapping updated."
                   ESC Reset-Color
               END-READ
               CLOSE GLMapFile
               PERFORM GL-Account-Mapping
           END-IF
           END-IF.

      *>  Date-range sales summary for the accountant: one CSV file
      *>  with a row per day per pay method and per category, walking
      *>  invoice.dat AND invarch.dat together with their sale-cart
      *>  lines and netting out return.dat refunds. Cash refunds sit
      *>  in their own column so the per-day figures tie to the
      *>  Z-reports in dayclose.dat for the same dates.
       Sales-Export.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a A9 Bold-On "Sales Summary Export" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
           MOVE "N" TO SS
           PERFORM UNTIL SS = "Y"
               DISPLAY "Enter Start Date (YYYYMMDD): "
               ACCEPT Export-Start
               DISPLAY "Enter End Date (YYYYMMDD): "
               ACCEPT Export-End
               IF Export-Start < 19000101
                  OR Export-End < 19000101
                   DISPLAY ESC Red-On
                   "Dates must be YYYYMMDD." ESC Reset-Color
               ELSE
               IF Export-Start > Export-End
                   DISPLAY ESC Red-On
                   " Error: Start Date cannot be after End Date. "
                   ESC Reset-Color
               ELSE
                   MOVE "Y" TO SS
               END-IF
               END-IF
           END-PERFORM
           PERFORM Build-Sales-Export
           PERFORM Day-Close-Menu.

      *>  Builds and writes the export for Export-Start to
      *>  Export-End - also run unattended by the overnight batch.
       Build-Sales-Export.
           MOVE 0 TO Export-Inv-Count
           MOVE 0 TO Export-Day-Total
           MOVE "N" TO Export-Full
           PERFORM Load-Category-List

           OPEN I-O InvoiceFile
           IF File-Status = "35"
               OPEN OUTPUT InvoiceFile
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF Invoice-Date >= Export-Start
                      AND Invoice-Date <= Export-End
                      AND (Invoice-Status = "Completed"
                       OR Invoice-Status = "PartRefnd"
                       OR Invoice-Status = "Refunded")
                       ADD 1 TO Export-Inv-Count
                       PERFORM Export-Add-Invoice
                   END-IF
           END-PERFORM
           CLOSE InvoiceFile

      *>  Once Period-Close has run the detail lives in the archive
      *>  files - same checks through the byte-identical layout.
           OPEN I-O InvArchFile
           IF File-Status = "35"
               OPEN OUTPUT InvArchFile
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE Arch-Invoice-Record TO Invoice-Record
                   IF Invoice-Date >= Export-Start
                      AND Invoice-Date <= Export-End
                      AND (Invoice-Status = "Completed"
                       OR Invoice-Status = "PartRefnd"
                       OR Invoice-Status = "Refunded")
                       ADD 1 TO Export-Inv-Count
                       PERFORM Export-Add-Invoice
                   END-IF
           END-PERFORM
           CLOSE InvArchFile

           OPEN I-O ReturnFile
           IF File-Status = "35"
               OPEN OUTPUT ReturnFile
               CLOSE ReturnFile
               OPEN I-O ReturnFile
           END-IF
           MOVE "N" TO Return-EOF
           PERFORM UNTIL Return-EOF = "Y"
               READ ReturnFile NEXT RECORD
               AT END
                   MOVE "Y" TO Return-EOF
               NOT AT END
                   IF Return-Date >= Export-Start
                      AND Return-Date <= Export-End
                       PERFORM Export-Add-Return
                   END-IF
           END-PERFORM
           CLOSE ReturnFile

           IF Export-Full = "Y"
               DISPLAY ESC Red-On
               "Warning: range covers more than 31 trading days - "
               "later days were left out." ESC Reset-Color
           END-IF
           PERFORM Export-Sort-Days
           PERFORM Export-Write-CSV.

      *>  Finds (or opens) the day slot for Export-Work-Date,
      *>  leaving its subscript in Export-Day-IDX (0 = table full).
       Export-Find-Day.
           MOVE 0 TO Export-Day-IDX
           MOVE 1 TO Export-Day-IDX2
           PERFORM UNTIL Export-Day-IDX2 > Export-Day-Total
               IF Export-Day-Date(Export-Day-IDX2) = Export-Work-Date
                   MOVE Export-Day-IDX2 TO Export-Day-IDX
                   MOVE Export-Day-Total TO Export-Day-IDX2
               END-IF
               ADD 1 TO Export-Day-IDX2
           END-PERFORM
           IF Export-Day-IDX = 0
               IF Export-Day-Total < 31
                   ADD 1 TO Export-Day-Total
                   MOVE ALL "0" TO Export-Day-Entry(Export-Day-Total)
                   MOVE Export-Work-Date
                       TO Export-Day-Date(Export-Day-Total)
                   MOVE Export-Day-Total TO Export-Day-IDX
               ELSE
                   MOVE "Y" TO Export-Full
               END-IF
           END-IF.

      *>  Rolls the invoice in the InvoiceFile record buffer into
      *>  its day slot: Pay-Amount under its pay method (exactly as
      *>  Day-End-Close buckets it), discount and tax alongside,
      *>  then the sale-cart lines into the category split.
       Export-Add-Invoice.
           MOVE Invoice-Date TO Export-Work-Date
           PERFORM Export-Find-Day
           IF Export-Day-IDX > 0
               EVALUATE Invoice-Pay-Method
                   WHEN "MOBILE"
                       MOVE 2 TO Export-Method-IDX
                   WHEN "CARD"
                       MOVE 3 TO Export-Method-IDX
                   WHEN "ACCT"
                       MOVE 4 TO Export-Method-IDX
                   WHEN "LAYBY"
                       MOVE 5 TO Export-Method-IDX
                   WHEN OTHER
                       MOVE 1 TO Export-Method-IDX
               END-EVALUATE
               ADD Pay-Amount TO Export-Day-Method-Amt
                   (Export-Day-IDX, Export-Method-IDX)
               ADD Discount TO Export-Day-Discount(Export-Day-IDX)
               ADD Tax TO Export-Day-Tax(Export-Day-IDX)
               PERFORM Export-Add-Invoice-Lines
           END-IF.

       Export-Add-Invoice-Lines.
           OPEN I-O SaleCartFile
           IF File-Status = "35"
               OPEN OUTPUT SaleCartFile
           PERFORM VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > 100
               IF Invoice-Sale-Cart-ID(IDX2) NUMERIC
                  AND Invoice-Sale-Cart-ID(IDX2) > 0
                   MOVE 0 TO Export-Line-Amt
                   MOVE 0 TO Input-Item-Id
                   MOVE Invoice-Sale-Cart-ID(IDX2)
                       TO Sale-Cart-Relative-Key
                   READ SaleCartFile
                           TO SC-Arch-Relative-Key
                       READ SCArchFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           COMPUTE Export-Line-Amt =
                               Arch-SC-Quantity * Arch-SC-Unit-Price
                           MOVE Arch-SC-Item-ID TO Input-Item-Id
                       END-READ
                   NOT INVALID KEY
                       COMPUTE Export-Line-Amt =
                           Sale-Cart-Quantity
                           * Sale-Cart-Unit-Of-Price
                       MOVE Sale-Cart-Item-ID TO Input-Item-Id
                   END-READ
                   IF Export-Line-Amt > 0
                       PERFORM Export-Find-Category
                       IF Export-Cat-IDX > 0
                           ADD Export-Line-Amt TO Export-Day-Cat-Amt
                               (Export-Day-IDX, Export-Cat-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SCArchFile
           CLOSE SaleCartFile.

      *>  Category slot for the item in Input-Item-Id, via item.dat
      *>  and the loaded category list (0 = not found).
       Export-Find-Category.
           MOVE 0 TO Export-Cat-IDX
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE Input-Item-Id TO RelativeKey
           READ ItemFile INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO IDX
               PERFORM UNTIL IDX > Category-Total
                   IF Item-Category = Category-Index-Name(IDX)
                       MOVE IDX TO Export-Cat-IDX
                       MOVE Category-Total TO IDX
                   END-IF
                   ADD 1 TO IDX
               END-PERFORM
           END-READ
           CLOSE ItemFile.

       Export-Add-Return.
           MOVE Return-Date TO Export-Work-Date
           PERFORM Export-Find-Day
           IF Export-Day-IDX > 0
               COMPUTE Export-Line-Amt =
                   Return-Quantity * Return-Unit-Of-Price
               MOVE Return-Item-ID TO Input-Item-Id
               PERFORM Export-Find-Category
               PERFORM Find-Return-Pay-Method
      *>      The cash/other split must carry down to the category
      *>      rows too, so they tie to the DAY row and the header.
               IF Day-Close-Ref-Method NOT = "MOBILE"
                  AND Day-Close-Ref-Method NOT = "CARD"
                  AND Day-Close-Ref-Method NOT = "ACCT"
                   ADD Export-Line-Amt
                       TO Export-Day-Ref-Cash(Export-Day-IDX)
                   IF Export-Cat-IDX > 0
                       ADD Export-Line-Amt TO Export-Day-Cat-RefC
                           (Export-Day-IDX, Export-Cat-IDX)
                   END-IF
               ELSE
                   ADD Export-Line-Amt
                       TO Export-Day-Ref-Other(Export-Day-IDX)
                   IF Export-Cat-IDX > 0
                       ADD Export-Line-Amt TO Export-Day-Cat-RefO
                           (Export-Day-IDX, Export-Cat-IDX)
                   END-IF
               END-IF
           END-IF.

       Export-Sort-Days.
           MOVE "Y" TO Export-Sort-Swap
           PERFORM UNTIL Export-Sort-Swap = "N"
               MOVE "N" TO Export-Sort-Swap
               PERFORM VARYING Export-Day-IDX FROM 1 BY 1
                   UNTIL Export-Day-IDX >= Export-Day-Total
                   IF Export-Day-Date(Export-Day-IDX) >
                      Export-Day-Date(Export-Day-IDX + 1)
                       MOVE Export-Day-Entry(Export-Day-IDX)
                           TO Export-Swap-Entry
                       MOVE Export-Day-Entry(Export-Day-IDX + 1)
                           TO Export-Day-Entry(Export-Day-IDX)
                       MOVE Export-Swap-Entry
                           TO Export-Day-Entry(Export-Day-IDX + 1)
                       MOVE "Y" TO Export-Sort-Swap
                   END-IF
               END-PERFORM
           END-PERFORM.

       Export-Write-CSV.
           MOVE SPACES TO WS-Export-Path
           STRING "sales_" DELIMITED BY SIZE
               Export-Start DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               Export-End DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-Export-Path
           OPEN OUTPUT ExportFile
           MOVE SPACES TO Export-Line
           STRING "SECTION,DATE,KEY,SALES,DISCOUNT,TAX,"
               DELIMITED BY SIZE
               "REFUNDS_CASH,REFUNDS_OTHER" DELIMITED BY SIZE
               INTO Export-Line
           WRITE Export-Line
           MOVE 0 TO Export-Tot-Sales
           MOVE 0 TO Export-Tot-Disc
           MOVE 0 TO Export-Tot-Tax
           MOVE 0 TO Export-Tot-RefC
           MOVE 0 TO Export-Tot-RefO
           PERFORM VARYING Export-Day-IDX FROM 1 BY 1
               UNTIL Export-Day-IDX > Export-Day-Total
               PERFORM Export-Write-Day
           END-PERFORM
           MOVE Export-Tot-Sales TO Export-Tot-Format
           MOVE FUNCTION TRIM(Export-Tot-Format) TO Export-Amt-1
           MOVE Export-Tot-Disc TO Export-Tot-Format
           MOVE FUNCTION TRIM(Export-Tot-Format) TO Export-Amt-2
           MOVE Export-Tot-Tax TO Export-Tot-Format
           MOVE FUNCTION TRIM(Export-Tot-Format) TO Export-Amt-3
           MOVE Export-Tot-RefC TO Export-Tot-Format
           MOVE FUNCTION TRIM(Export-Tot-Format) TO Export-Amt-4
           MOVE Export-Tot-RefO TO Export-Tot-Format
           MOVE FUNCTION TRIM(Export-Tot-Format) TO Export-Amt-5
           MOVE SPACES TO Export-Line
           STRING "TOTAL,,ALL," DELIMITED BY SIZE
               FUNCTION TRIM(Export-Amt-1) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Export-Amt-2) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Export-Amt-3) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Export-Amt-4) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Export-Amt-5) DELIMITED BY SIZE
               INTO Export-Line
           WRITE Export-Line
           CLOSE ExportFile
           DISPLAY " "
           DISPLAY ESC Green-On
           "Export saved to file: " FUNCTION TRIM(WS-Export-Path)
           ESC Reset-Color
           DISPLAY " ".

      *>  All the rows of one day slot: a DAY total, then one
      *>  PAYMETHOD row per method that took money, then one
      *>  CATEGORY row per category that sold or took a return.
       Export-Write-Day.
           MOVE 0 TO Export-Line-Amt
           PERFORM VARYING Export-Method-IDX FROM 1 BY 1
               UNTIL Export-Method-IDX > 5
               ADD Export-Day-Method-Amt
                   (Export-Day-IDX, Export-Method-IDX)
                   TO Export-Line-Amt
           END-PERFORM
           ADD Export-Line-Amt TO Export-Tot-Sales
           ADD Export-Day-Discount(Export-Day-IDX) TO Export-Tot-Disc
           ADD Export-Day-Tax(Export-Day-IDX) TO Export-Tot-Tax
           ADD Export-Day-Ref-Cash(Export-Day-IDX) TO Export-Tot-RefC
           ADD Export-Day-Ref-Other(Export-Day-IDX) TO Export-Tot-RefO
           MOVE Export-Line-Amt TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO Export-Amt-1
           MOVE Export-Day-Discount(Export-Day-IDX)
               TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO Export-Amt-2
           MOVE Export-Day-Tax(Export-Day-IDX)
               TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO Export-Amt-3
           MOVE Export-Day-Ref-Cash(Export-Day-IDX)
               TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO Export-Amt-4
           MOVE Export-Day-Ref-Other(Export-Day-IDX)
               TO Day-Close-Amt-Display
           MOVE FUNCTION TRIM(Day-Close-Amt-Display) TO Export-Amt-5
           MOVE SPACES TO Export-Line
           STRING "DAY," DELIMITED BY SIZE
               Export-Day-Date(Export-Day-IDX) DELIMITED BY SIZE
               ",TOTAL," DELIMITED BY SIZE
               FUNCTION TRIM(Export-Amt-1) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Export-Amt-2) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Export-Amt-3) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Export-Amt-4) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(Export-Amt-5) DELIMITED BY SIZE
               INTO Export-Line
           WRITE Export-Line
           PERFORM VARYING Export-Method-IDX FROM 1 BY 1
               UNTIL Export-Method-IDX > 5
               IF Export-Day-Method-Amt
                  (Export-Day-IDX, Export-Method-IDX) > 0
                   MOVE Export-Day-Method-Amt
                       (Export-Day-IDX, Export-Method-IDX)
                       TO Day-Close-Amt-Display
                   MOVE FUNCTION TRIM(Day-Close-Amt-Display)
                       TO Export-Amt-1
                   MOVE SPACES TO Export-Line
                   STRING "PAYMETHOD," DELIMITED BY SIZE
                       Export-Day-Date(Export-Day-IDX)
                       DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(Export-Method-Name
                           (Export-Method-IDX)) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(Export-Amt-1) DELIMITED BY SIZE
                       ",0,0,0,0" DELIMITED BY SIZE
                       INTO Export-Line
                   WRITE Export-Line
               END-IF
           END-PERFORM
           PERFORM VARYING Export-Cat-IDX FROM 1 BY 1
               UNTIL Export-Cat-IDX > Category-Total
               IF Export-Day-Cat-Amt
                  (Export-Day-IDX, Export-Cat-IDX) > 0
                  OR Export-Day-Cat-RefC
                  (Export-Day-IDX, Export-Cat-IDX) > 0
                  OR Export-Day-Cat-RefO
                  (Export-Day-IDX, Export-Cat-IDX) > 0
                   MOVE Export-Day-Cat-Amt
                       (Export-Day-IDX, Export-Cat-IDX)
                       TO Day-Close-Amt-Display
                   MOVE FUNCTION TRIM(Day-Close-Amt-Display)
                       TO Export-Amt-1
                   MOVE Export-Day-Cat-RefC
                       (Export-Day-IDX, Export-Cat-IDX)
                       TO Day-Close-Amt-Display
                   MOVE FUNCTION TRIM(Day-Close-Amt-Display)
                       TO Export-Amt-4
                   MOVE Export-Day-Cat-RefO
                       (Export-Day-IDX, Export-Cat-IDX)
                       TO Day-Close-Amt-Display
                   MOVE FUNCTION TRIM(Day-Close-Amt-Display)
                       TO Export-Amt-5
                   MOVE SPACES TO Export-Line
                   STRING "CATEGORY," DELIMITED BY SIZE
                       Export-Day-Date(Export-Day-IDX)
                       DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(Category-Index-Name
                           (Export-Cat-IDX)) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(Export-Amt-1) DELIMITED BY SIZE
                       ",0,0," DELIMITED BY SIZE
                       FUNCTION TRIM(Export-Amt-4) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       FUNCTION TRIM(Export-Amt-5) DELIMITED BY SIZE
                       INTO Export-Line
                   WRITE Export-Line
               END-IF
           END-PERFORM.

      *>  Overnight batch cycle, run from the command line as
      *>      BATCH [VERIFY] [BACKUP] [ARCHIVE] [PROMO] [REPORT] [NEW]
      *>  with no steps meaning all five in that order. Each step is
      *>  logged to joblog_<date>.txt with its start and end time,
      *>  record count and return code (0 ok, 4 warning, 12 failed,
      *>  16 bad command line). A failed step stops the cycle and
      *>  batchctl.dat keeps its place, so the next run carries on
      *>  from that step with the same cycle date instead of
      *>  starting over - a backup already taken is never repeated.
      *>  NEW drops an unfinished cycle and starts a fresh one.
       Batch-Run.
           MOVE "BATCH" TO Input-ID
           MOVE 0 TO Batch-RC
           ACCEPT Batch-Run-Date FROM DATE YYYYMMDD
           MOVE SPACES TO Job-Log-Path
           STRING "joblog_" DELIMITED BY SIZE
               Batch-Run-Date DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO Job-Log-Path
           PERFORM Batch-Parse-Args
           IF Batch-Bad-Arg NOT = SPACES
               MOVE 16 TO Batch-RC
               MOVE SPACES TO Job-Log-Line
               STRING "BATCH    REJECTED - unknown or repeated step "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(Batch-Bad-Arg) DELIMITED BY SIZE
                   "  RC 16" DELIMITED BY SIZE
                   INTO Job-Log-Line
               PERFORM Write-Job-Log
               DISPLAY ESC Red-On
               "Bad batch step: " FUNCTION TRIM(Batch-Bad-Arg)
               ESC Reset-Color
               DISPLAY "Steps: VERIFY BACKUP ARCHIVE PROMO REPORT"
                       " (none = all), NEW = start a fresh cycle"
           ELSE
               PERFORM Batch-Load-Ctl
               IF (Batch-Ctl-Status = "F" OR Batch-Ctl-Status = "R")
                  AND Batch-Fresh NOT = "Y"
                   MOVE Batch-Ctl-Date TO Batch-Date
                   MOVE Batch-Ctl-Steps TO Batch-Steps
                   MOVE Batch-Ctl-Next TO Batch-Start-Pos
                   PERFORM Batch-Set-Step-Names
                   IF Batch-Start-Pos = 0
                      OR Batch-Start-Pos > Batch-Steps-Len
                       MOVE 1 TO Batch-Start-Pos
                   END-IF
                   MOVE Batch-Steps(Batch-Start-Pos:1) TO Batch-Step
                   MOVE SPACES TO Job-Log-Line
                   STRING "BATCH    RESTART cycle " DELIMITED BY SIZE
                       Batch-Date DELIMITED BY SIZE
                       " from " DELIMITED BY SIZE
                       FUNCTION TRIM(Batch-Step-Name(Batch-Step))
                       DELIMITED BY SIZE
                       " - steps " DELIMITED BY SIZE
                       FUNCTION TRIM(Batch-Step-Names)
                       DELIMITED BY SIZE
                       INTO Job-Log-Line
               ELSE
                   MOVE Batch-Run-Date TO Batch-Date
                   MOVE 1 TO Batch-Start-Pos
                   PERFORM Batch-Set-Step-Names
                   MOVE SPACES TO Job-Log-Line
                   STRING "BATCH    START cycle " DELIMITED BY SIZE
                       Batch-Date DELIMITED BY SIZE
                       " - steps " DELIMITED BY SIZE
                       FUNCTION TRIM(Batch-Step-Names)
                       DELIMITED BY SIZE
                       INTO Job-Log-Line
               END-IF
               PERFORM Write-Job-Log
               MOVE "N" TO Batch-Failed
               PERFORM VARYING Batch-Step-Pos FROM Batch-Start-Pos
                   BY 1 UNTIL Batch-Step-Pos > Batch-Steps-Len
                   MOVE Batch-Steps(Batch-Step-Pos:1) TO Batch-Step
                   MOVE "R" TO Batch-Ctl-Status
                   MOVE Batch-Step-Pos TO Batch-Ctl-Next
                   PERFORM Batch-Save-Ctl
                   PERFORM Batch-Run-Step
                   IF Batch-Step-RC > Batch-RC
                       MOVE Batch-Step-RC TO Batch-RC
                   END-IF
                   IF Batch-Step-RC >= 8
                       MOVE "Y" TO Batch-Failed
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE SPACES TO Job-Log-Line
               IF Batch-Failed = "Y"
                   MOVE "F" TO Batch-Ctl-Status
                   PERFORM Batch-Save-Ctl
                   STRING "BATCH    FAILED at " DELIMITED BY SIZE
                       FUNCTION TRIM(Batch-Step-Name(Batch-Step))
                       DELIMITED BY SIZE
                       " - next run restarts there  RC "
                       DELIMITED BY SIZE
                       Batch-RC DELIMITED BY SIZE
                       INTO Job-Log-Line
               ELSE
                   MOVE "C" TO Batch-Ctl-Status
                   MOVE 0 TO Batch-Ctl-Next
                   PERFORM Batch-Save-Ctl
                   STRING "BATCH    END cycle " DELIMITED BY SIZE
                       Batch-Date DELIMITED BY SIZE
                       "  RC " DELIMITED BY SIZE
                       Batch-RC DELIMITED BY SIZE
                       INTO Job-Log-Line
               END-IF
               PERFORM Write-Job-Log
           END-IF.

      *>  Step numbers named on the command line into Batch-Steps,
      *>  all five when none are named; anything unrecognised (or a
      *>  step named twice) is left in Batch-Bad-Arg.
       Batch-Parse-Args.
           MOVE SPACES TO Batch-Steps
           MOVE 0 TO Batch-Steps-Len
           MOVE "N" TO Batch-Fresh
           MOVE SPACES TO Batch-Bad-Arg
           PERFORM VARYING Batch-Arg-IDX FROM 2 BY 1
               UNTIL Batch-Arg-IDX > Batch-Arg-Count
                  OR Batch-Bad-Arg NOT = SPACES
               IF Batch-Arg(Batch-Arg-IDX) = "NEW"
                   MOVE "Y" TO Batch-Fresh
               ELSE
               IF Batch-Arg(Batch-Arg-IDX) NOT = SPACES
                   MOVE "N" TO Batch-Step-Found
                   PERFORM VARYING Batch-Step FROM 1 BY 1
                       UNTIL Batch-Step > 5
                       IF Batch-Arg(Batch-Arg-IDX) =
                          Batch-Step-Name(Batch-Step)
                           MOVE "Y" TO Batch-Step-Found
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF Batch-Step-Found = "N"
                       MOVE Batch-Arg(Batch-Arg-IDX) TO Batch-Bad-Arg
                   ELSE
                       PERFORM Batch-Add-Step
                   END-IF
               END-IF
               END-IF
           END-PERFORM
           IF Batch-Steps-Len = 0
               MOVE "12345" TO Batch-Steps
               MOVE 5 TO Batch-Steps-Len
           END-IF.

      *>  Appends Batch-Step to Batch-Steps unless it is already in.
       Batch-Add-Step.
           MOVE "N" TO Batch-Step-Found
           PERFORM VARYING Batch-Step-Pos FROM 1 BY 1
               UNTIL Batch-Step-Pos > Batch-Steps-Len
               IF Batch-Steps(Batch-Step-Pos:1) = Batch-Step
                   MOVE "Y" TO Batch-Step-Found
               END-IF
           END-PERFORM
           IF Batch-Step-Found = "Y"
               MOVE Batch-Arg(Batch-Arg-IDX) TO Batch-Bad-Arg
           ELSE
               ADD 1 TO Batch-Steps-Len
               MOVE Batch-Step TO Batch-Steps(Batch-Steps-Len:1)
           END-IF.

      *>  Batch-Steps as a readable list for the job log; also sets
      *>  Batch-Steps-Len for a cycle picked up from batchctl.dat.
       Batch-Set-Step-Names.
           MOVE SPACES TO Batch-Step-Names
           MOVE 1 TO Batch-Names-Ptr
           MOVE 0 TO Batch-Steps-Len
           PERFORM VARYING Batch-Step-Pos FROM 1 BY 1
               UNTIL Batch-Step-Pos > 5
               IF Batch-Steps(Batch-Step-Pos:1) NOT = SPACE
                   MOVE Batch-Steps(Batch-Step-Pos:1) TO Batch-Step
                   MOVE Batch-Step-Pos TO Batch-Steps-Len
                   STRING FUNCTION TRIM(Batch-Step-Name(Batch-Step))
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO Batch-Step-Names
                       WITH POINTER Batch-Names-Ptr
               END-IF
           END-PERFORM.

      *>  One step of the cycle, timed and logged. Each step uses the
      *>  same work paragraph as its menu option.
       Batch-Run-Step.
           ACCEPT Batch-Time FROM TIME
           MOVE SPACES TO Batch-Start-Time
           STRING Batch-Time(1:2) ":" Batch-Time(3:2) ":"
               Batch-Time(5:2) DELIMITED BY SIZE
               INTO Batch-Start-Time
           MOVE 0 TO Batch-Step-RC
           MOVE 0 TO Batch-Records
           MOVE SPACES TO Batch-Note
           EVALUATE Batch-Step
               WHEN 1
                   PERFORM Run-Verify
                   MOVE Verify-Checked TO Batch-Records
                   IF Verify-Exceptions > 0
                       MOVE 4 TO Batch-Step-RC
                       MOVE Verify-Exceptions TO Batch-Records-Display
                       STRING FUNCTION TRIM(Batch-Records-Display)
                           DELIMITED BY SIZE
                           " exception(s) - see " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-Receipt-Path)
                           DELIMITED BY SIZE
                           INTO Batch-Note
                   END-IF
               WHEN 2
                   PERFORM Run-Backup
                   MOVE Backup-OK-Count TO Batch-Records
                   IF Backup-Fail-Count > 0
                       MOVE 12 TO Batch-Step-RC
                       MOVE Backup-Fail-Count TO Batch-Records-Display
                       STRING FUNCTION TRIM(Batch-Records-Display)
                           DELIMITED BY SIZE
                           " file(s) failed to back up"
                           DELIMITED BY SIZE
                           INTO Batch-Note
                   END-IF
               WHEN 3
                   PERFORM Batch-Archive
               WHEN 4
                   MOVE Batch-Date TO Promo-Today
                   PERFORM Expire-Promotions
                   MOVE Promo-Expired-Count TO Batch-Records
                   IF Promo-Fail-Count > 0
                       MOVE 12 TO Batch-Step-RC
                       MOVE "Unable to delete a lapsed promotion"
                           TO Batch-Note
                   END-IF
               WHEN 5
                   MOVE Batch-Date TO Export-Start
                   MOVE Batch-Date TO Export-End
                   PERFORM Build-Sales-Export
                   MOVE Export-Inv-Count TO Batch-Records
                   MOVE WS-Export-Path TO Batch-Note
           END-EVALUATE
           ACCEPT Batch-Time FROM TIME
           MOVE SPACES TO Batch-End-Time
           STRING Batch-Time(1:2) ":" Batch-Time(3:2) ":"
               Batch-Time(5:2) DELIMITED BY SIZE
               INTO Batch-End-Time
           MOVE Batch-Step-RC TO Batch-Ctl-Last-RC
           MOVE Batch-Records TO Batch-Records-Display
           MOVE SPACES TO Job-Log-Line
           STRING Batch-Step-Name(Batch-Step) DELIMITED BY SIZE
               " START " DELIMITED BY SIZE
               Batch-Start-Time DELIMITED BY SIZE
               "  END " DELIMITED BY SIZE
               Batch-End-Time DELIMITED BY SIZE
               "  RECORDS " DELIMITED BY SIZE
               Batch-Records-Display DELIMITED BY SIZE
               "  RC " DELIMITED BY SIZE
               Batch-Step-RC DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Batch-Note DELIMITED BY SIZE
               INTO Job-Log-Line
           PERFORM Write-Job-Log.

      *>  The period-end archive runs only when the cycle date is
      *>  the last day of a month; it then moves every completed
      *>  invoice from before that month, so the month just ended
      *>  stays live for its own month-end reports.
       Batch-Archive.
           COMPUTE Batch-Next-Date = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(Batch-Date) + 1)
           IF Batch-Next-Date(7:2) = "01"
               MOVE Batch-Date TO Archive-Cutoff
               MOVE "01" TO Archive-Cutoff(7:2)
               PERFORM Run-Period-Archive
               MOVE Archive-Moved-Count TO Batch-Records
               MOVE SPACES TO Batch-Note
               STRING "Cutoff " DELIMITED BY SIZE
                   Archive-Cutoff DELIMITED BY SIZE
                   INTO Batch-Note
               IF Archive-Fail-Count > 0
                   MOVE 12 TO Batch-Step-RC
                   MOVE Archive-Fail-Count TO Batch-Records-Display
                   MOVE SPACES TO Batch-Note
                   STRING "Cutoff " DELIMITED BY SIZE
                       Archive-Cutoff DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(Batch-Records-Display)
                       DELIMITED BY SIZE
                       " record(s) not archived" DELIMITED BY SIZE
                       INTO Batch-Note
               END-IF
           ELSE
               MOVE "Skipped - not a period-end date" TO Batch-Note
           END-IF.

      *>  Reads batchctl.dat; with no file yet the last cycle counts
      *>  as complete.
       Batch-Load-Ctl.
           OPEN INPUT BatchCtlFile
           IF File-Status = "35"
               MOVE "C" TO Batch-Ctl-Status
           ELSE
               READ BatchCtlFile
                   AT END
                       MOVE "C" TO Batch-Ctl-Status
               END-READ
               CLOSE BatchCtlFile
           END-IF.

       Batch-Save-Ctl.
           MOVE Batch-Date TO Batch-Ctl-Date
           MOVE Batch-Steps TO Batch-Ctl-Steps
           IF Batch-Ctl-Last-RC NOT NUMERIC
               MOVE 0 TO Batch-Ctl-Last-RC
           END-IF
           OPEN OUTPUT BatchCtlFile
           WRITE Batch-Ctl-Record
           CLOSE BatchCtlFile.

      *>  Appends Job-Log-Line to the day's job log, echoing it to
      *>  the screen for whoever is watching the run.
       Write-Job-Log.
           OPEN EXTEND JobLogFile
           IF File-Status = "35"
               OPEN OUTPUT JobLogFile
               CLOSE JobLogFile
               OPEN EXTEND JobLogFile
           END-IF
           WRITE Job-Log-Line
           CLOSE JobLogFile
           DISPLAY FUNCTION TRIM(Job-Log-Line TRAILING).

      *>  Period-end archive: moves Completed (and refunded) invoices
      *>  dated before the keyed cutoff, together with their
      *>  salecart.dat lines, into invarch.dat/scarch.dat so the live
      *>  files stay small. Safe to re-run after an interruption: the
      *>  archive copy is written before the live record is deleted,
      *>  and a copy that already exists from an earlier run is simply
      *>  rewritten.
       Period-Close.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a A9 Bold-On "Period-End Archive" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
           DISPLAY "Completed invoices dated BEFORE the cutoff are"
           DISPLAY "moved to the archive files."
           DISPLAY "Enter Cutoff Date (YYYYMMDD): "
           ACCEPT Archive-Cutoff
           ACCEPT Archive-Today FROM DATE YYYYMMDD
           IF Archive-Cutoff < 19000101
               DISPLAY ESC Red-On "Cutoff date must be YYYYMMDD."
               ESC Reset-Color
               PERFORM NextProcess
           ELSE
      *>  A cutoff past today would sweep the still-open trading day
      *>  out from under Day-End-Close and the invoice screens -
      *>  today itself is allowed because only invoices dated
      *>  strictly before the cutoff move.
           IF Archive-Cutoff > Archive-Today
               DISPLAY ESC Red-On
               "Cutoff date cannot be later than today."
               ESC Reset-Color
               PERFORM NextProcess
           ELSE
               DISPLAY "Archive all Completed invoices before "
                       Archive-Cutoff " ?"
               DISPLAY "1. Confirm"
               DISPLAY "0. Cancel"
               DISPLAY "Enter Choose Option:"
               ACCEPT User-Choice
               IF User-Choice NOT = "1"
                   DISPLAY ESC Yellow-On "Archive cancelled."
                   ESC Reset-Color
                   PERFORM NextProcess
               ELSE
                   PERFORM Run-Period-Archive
                   DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
                   Bold-Off
                   PERFORM NextProcess
               END-IF
           END-IF
           END-IF.

      *>  The archive itself for Archive-Cutoff, without prompts -
      *>  shared by Period-Close and the overnight batch run.
       Run-Period-Archive.
           OPEN I-O InvoiceFile
           IF File-Status = "35"
               OPEN OUTPUT InvoiceFile
               CLOSE InvoiceFile
               OPEN I-O InvoiceFile
           END-IF
           OPEN I-O SaleCartFile
           IF File-Status = "35"
               OPEN OUTPUT SaleCartFile
               CLOSE SaleCartFile
               OPEN I-O SaleCartFile
           END-IF
           OPEN I-O InvArchFile
           IF File-Status = "35"
               OPEN OUTPUT InvArchFile
               CLOSE InvArchFile
               OPEN I-O InvArchFile
           END-IF
           OPEN I-O SCArchFile
           IF File-Status = "35"
               OPEN OUTPUT SCArchFile
               CLOSE SCArchFile
               OPEN I-O SCArchFile
           END-IF
           MOVE 0 TO Archive-Moved-Count
           MOVE 0 TO Archive-Line-Count
           MOVE 0 TO Archive-Fail-Count
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ InvoiceFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF Invoice-Date < Archive-Cutoff
                      AND (Invoice-Status = "Completed"
                       OR Invoice-Status = "Refunded"
                       OR Invoice-Status = "PartRefnd")
                       PERFORM Archive-One-Invoice
                   END-IF
           END-PERFORM
           CLOSE SCArchFile
           CLOSE InvArchFile
           CLOSE SaleCartFile
           CLOSE InvoiceFile
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
           Bold-Off
           MOVE Archive-Moved-Count TO Archive-Count-Display
           MOVE FUNCTION TRIM(Archive-Count-Display)
               TO String-Format
           DISPLAY "Invoices archived   : " String-Format
           MOVE Archive-Line-Count TO Archive-Count-Display
           MOVE FUNCTION TRIM(Archive-Count-Display)
               TO String-Format
           DISPLAY "Sale lines archived : " String-Format
           DISPLAY ESC Green-On
           "Period close complete." ESC Reset-Color.

      *>  Moves the invoice in the InvoiceFile buffer plus its sale
      *>  lines to the archive. Copy first, delete last, so an
      *>  interrupted run leaves nothing lost - only copies that the
      *>  next run rewrites.
       Archive-One-Invoice.
           MOVE Invoice-ID TO Inv-Arch-Relative-Key
           MOVE Invoice-Record TO Arch-Invoice-Record
           WRITE Arch-Invoice-Record INVALID KEY
               REWRITE Arch-Invoice-Record INVALID KEY
                   DISPLAY ESC Red-On
                   "Error: Unable to archive invoice." ESC Reset-Color
                   ADD 1 TO Archive-Fail-Count
               END-REWRITE
           END-WRITE
           PERFORM VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > 100
               IF Invoice-Sale-Cart-ID(IDX2) NUMERIC
                  AND Invoice-Sale-Cart-ID(IDX2) > 0
                   MOVE Invoice-Sale-Cart-ID(IDX2)
                       TO Sale-Cart-Relative-Key
                   READ SaleCartFile
                   INVALID KEY
      *>              already moved by an earlier interrupted run
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Sale-Cart-ID TO SC-Arch-Relative-Key
                       MOVE Sale-Cart-Record TO Arch-Sale-Cart-Record
                       WRITE Arch-Sale-Cart-Record INVALID KEY
                           REWRITE Arch-Sale-Cart-Record INVALID KEY
                               DISPLAY ESC Red-On
                               "Error: Unable to archive sale line."
                               ESC Reset-Color
                               ADD 1 TO Archive-Fail-Count
                           END-REWRITE
                       END-WRITE
                       DELETE SaleCartFile
                       END-DELETE
                       ADD 1 TO Archive-Line-Count
                   END-READ
               END-IF
           END-PERFORM
           DELETE InvoiceFile
           END-DELETE
           ADD 1 TO Archive-Moved-Count.

      *>  Batch cross-file verify: recomputes every item's expected
      *>  on-hand (receipts - sales + returns + count adjustments)
      *>  against Item-Qty, and re-adds every invoice's sale-cart
      *>  lines against its stored totals, live and archived alike.
      *>  Every record that does not balance lands in a dated
      *>  verify_<date>.txt exception report; a clean run says so.
       Verify-Files.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a A9 Bold-On "File Integrity Check" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
           PERFORM Run-Verify
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           PERFORM NextProcess.

      *>  The checks and report behind Verify-Files, without the
      *>  menu - also run as the first step of the overnight batch.
       Run-Verify.
           MOVE 0 TO Verify-Exceptions
           MOVE 0 TO Verify-Checked
           ACCEPT Archive-Today FROM DATE YYYYMMDD
           MOVE SPACES TO WS-Receipt-Path
           STRING "verify_" DELIMITED BY SIZE
               Archive-Today DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-Receipt-Path
           OPEN OUTPUT ReceiptFile
           MOVE SPACES TO Receipt-Line
           STRING "File Integrity Check  " DELIMITED BY SIZE
               Archive-Today DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line

           DISPLAY "Checking item on-hand against the movement files."
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ ItemFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   ADD 1 TO Verify-Checked
                   PERFORM Verify-One-Item
           END-PERFORM
           CLOSE ItemFile

           DISPLAY "Checking invoice totals against sale-cart lines."
           OPEN I-O InvoiceFile
           IF File-Status = "35"
               OPEN OUTPUT InvoiceFile
               CLOSE InvoiceFile
               OPEN I-O InvoiceFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ InvoiceFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   ADD 1 TO Verify-Checked
                   PERFORM Verify-One-Invoice
           END-PERFORM
           CLOSE InvoiceFile

      *>  Archived invoices go through the identical checks - the
      *>  archive layout is byte-for-byte the live one, so a group
      *>  MOVE puts the record where Verify-One-Invoice expects it.
           OPEN I-O InvArchFile
           IF File-Status = "35"
               OPEN OUTPUT InvArchFile
               CLOSE InvArchFile
               OPEN I-O InvArchFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ InvArchFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE Arch-Invoice-Record TO Invoice-Record
                   ADD 1 TO Verify-Checked
                   PERFORM Verify-One-Invoice
           END-PERFORM
           CLOSE InvArchFile

           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           IF Verify-Exceptions = 0
               MOVE "CLEAN - all files tie." TO Receipt-Line
               WRITE Receipt-Line
               DISPLAY ESC Green-On
               "Clean - every item and invoice ties." ESC Reset-Color
           ELSE
               MOVE Verify-Exceptions TO Expiry-Count-Format
               DISPLAY ESC Red-On
               FUNCTION TRIM(Expiry-Count-Format)
               " exception(s) found - see the report file."
               ESC Reset-Color
           END-IF
           CLOSE ReceiptFile
           DISPLAY ESC Green-On
           "Report saved to file: " FUNCTION TRIM(WS-Receipt-Path)
           ESC Reset-Color.

      *>  Expected on-hand for the item in the ItemFile buffer:
      *>  receipts from history.dat, minus sales from salecart.dat
      *>  and scarch.dat, plus returns from return.dat, plus count
      *>  adjustments from adjust.dat - compared against Item-Qty.
       Verify-One-Item.
           MOVE 0 TO Verify-Expected
           OPEN I-O HistoryFile
           IF File-Status = "35"
               OPEN OUTPUT HistoryFile
               CLOSE HistoryFile
               OPEN I-O HistoryFile
           END-IF
           MOVE "N" TO Verify-Scan-EOF
           PERFORM UNTIL Verify-Scan-EOF = "Y"
               READ HistoryFile NEXT RECORD
               AT END
                   MOVE "Y" TO Verify-Scan-EOF
               NOT AT END
                   IF History-Item-ID = Item-ID
                       ADD History-Quantity TO Verify-Expected
                   END-IF
           END-PERFORM
           CLOSE HistoryFile
           OPEN I-O SaleCartFile
           IF File-Status = "35"
               OPEN OUTPUT SaleCartFile
               CLOSE SaleCartFile
               OPEN I-O SaleCartFile
           END-IF
           MOVE "N" TO Verify-Scan-EOF
           PERFORM UNTIL Verify-Scan-EOF = "Y"
               READ SaleCartFile NEXT RECORD
               AT END
                   MOVE "Y" TO Verify-Scan-EOF
               NOT AT END
                   IF Sale-Cart-Item-ID = Item-ID
                       SUBTRACT Sale-Cart-Quantity FROM Verify-Expected
                   END-IF
           END-PERFORM
           CLOSE SaleCartFile
           OPEN I-O SCArchFile
           IF File-Status = "35"
               OPEN OUTPUT SCArchFile
               CLOSE SCArchFile
               OPEN I-O SCArchFile
           END-IF
           MOVE "N" TO Verify-Scan-EOF
           PERFORM UNTIL Verify-Scan-EOF = "Y"
               READ SCArchFile NEXT RECORD
               AT END
                   MOVE "Y" TO Verify-Scan-EOF
               NOT AT END
                   IF Arch-SC-Item-ID = Item-ID
                       SUBTRACT Arch-SC-Quantity FROM Verify-Expected
                   END-IF
           END-PERFORM
           CLOSE SCArchFile
           OPEN I-O ReturnFile
           IF File-Status = "35"
               OPEN OUTPUT ReturnFile
               CLOSE ReturnFile
               OPEN I-O ReturnFile
           END-IF
           MOVE "N" TO Verify-Scan-EOF
           PERFORM UNTIL Verify-Scan-EOF = "Y"
               READ ReturnFile NEXT RECORD
               AT END
                   MOVE "Y" TO Verify-Scan-EOF
               NOT AT END
                   IF Return-Item-ID = Item-ID
                       ADD Return-Quantity TO Verify-Expected
                   END-IF
           END-PERFORM
           CLOSE ReturnFile
           OPEN I-O AdjustFile
           IF File-Status = "35"
               OPEN OUTPUT AdjustFile
               CLOSE AdjustFile
               OPEN I-O AdjustFile
           END-IF
           MOVE "N" TO Verify-Scan-EOF
           PERFORM UNTIL Verify-Scan-EOF = "Y"
               READ AdjustFile NEXT RECORD
               AT END
                   MOVE "Y" TO Verify-Scan-EOF
               NOT AT END
                   IF Adjust-Item-ID = Item-ID
                       ADD Adjust-Variance TO Verify-Expected
                   END-IF
           END-PERFORM
           CLOSE AdjustFile
           IF Verify-Expected NOT = Item-Qty
               ADD 1 TO Verify-Exceptions
               MOVE Item-ID TO Item-ID-Display
               MOVE Item-Qty TO Item-Qty-Display
               MOVE Verify-Expected TO Verify-Exp-Display
               MOVE FUNCTION TRIM(Item-ID-Display) TO String-Format
               MOVE SPACES TO Receipt-Line
               STRING "ITEM " DELIMITED BY SIZE
                   String-Format DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Item-Name DELIMITED BY SIZE
                   " on-hand " DELIMITED BY SIZE
                   Item-Qty-Display DELIMITED BY SIZE
                   " expected " DELIMITED BY SIZE
                   Verify-Exp-Display DELIMITED BY SIZE
                   INTO Receipt-Line
               WRITE Receipt-Line
               DISPLAY ESC Red-On Receipt-Line ESC Reset-Color
           END-IF.

      *>  Re-adds the sale-cart lines of the invoice in the
      *>  InvoiceFile record buffer (live file first, archive
      *>  fallback) against Total-Amount, then re-derives
      *>  Final-Amount and Pay-Amount. Pending invoices are left
      *>  alone - their lines may legitimately still sit in the
      *>  cart - and so are Voided ones, whose lines were released.
      *>  Only checked when every fulfilled line was found.
       Verify-One-Invoice.
           IF Invoice-Status = "Pending"
              OR Invoice-Status = "Voided"
               CONTINUE
           ELSE
           MOVE 0 TO Verify-Line-Sum
           MOVE "N" TO Verify-Skip
           OPEN I-O SaleCartFile
           IF File-Status = "35"
               OPEN OUTPUT SaleCartFile
               CLOSE SaleCartFile
               OPEN I-O SaleCartFile
           END-IF
           OPEN I-O SCArchFile
           IF File-Status = "35"
               OPEN OUTPUT SCArchFile
               CLOSE SCArchFile
               OPEN I-O SCArchFile
           END-IF
           PERFORM VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > 100
               IF Invoice-Sale-Cart-ID(IDX2) NUMERIC
                  AND Invoice-Sale-Cart-ID(IDX2) > 0
                   MOVE Invoice-Sale-Cart-ID(IDX2)
                       TO Sale-Cart-Relative-Key
                   READ SaleCartFile
                   INVALID KEY
                       MOVE Invoice-Sale-Cart-ID(IDX2)
                           TO SC-Arch-Relative-Key
                       READ SCArchFile
                       INVALID KEY
                           ADD 1 TO Verify-Exceptions
                           MOVE "Y" TO Verify-Skip
                           MOVE Invoice-ID TO Invoice-ID-Display
                           MOVE Invoice-Sale-Cart-ID(IDX2)
                               TO Sale-Cart-ID-Display
                           MOVE SPACES TO Receipt-Line
                           STRING "INVOICE " DELIMITED BY SIZE
                               FUNCTION TRIM(Invoice-ID-Display)
                               DELIMITED BY SIZE
                               " sale-cart line " DELIMITED BY SIZE
                               FUNCTION TRIM(Sale-Cart-ID-Display)
                               DELIMITED BY SIZE
                               " missing from both files"
                               DELIMITED BY SIZE
                               INTO Receipt-Line
                           WRITE Receipt-Line
                           DISPLAY ESC Red-On Receipt-Line
                           ESC Reset-Color
                       NOT INVALID KEY
                           COMPUTE Verify-Line-Sum = Verify-Line-Sum
                               + (Arch-SC-Quantity
                                  * Arch-SC-Unit-Price)
                       END-READ
                   NOT INVALID KEY
                       COMPUTE Verify-Line-Sum = Verify-Line-Sum
                           + (Sale-Cart-Quantity
                              * Sale-Cart-Unit-Of-Price)
                   END-READ
               END-IF
           END-PERFORM
           CLOSE SCArchFile
           CLOSE SaleCartFile
           IF Verify-Skip NOT = "Y"
              AND Verify-Line-Sum NOT = Total-Amount
               ADD 1 TO Verify-Exceptions
               MOVE Invoice-ID TO Invoice-ID-Display
               MOVE Total-Amount TO Total-Amount-Display
               MOVE Verify-Line-Sum TO Pay-Amount-Display
               MOVE SPACES TO Receipt-Line
               STRING "INVOICE " DELIMITED BY SIZE
                   FUNCTION TRIM(Invoice-ID-Display)
                   DELIMITED BY SIZE
                   " lines add to $" DELIMITED BY SIZE
                   FUNCTION TRIM(Pay-Amount-Display)
                   DELIMITED BY SIZE
                   " but Total-Amount is $" DELIMITED BY SIZE
                   FUNCTION TRIM(Total-Amount-Display)
                   DELIMITED BY SIZE
                   INTO Receipt-Line
               WRITE Receipt-Line
               DISPLAY ESC Red-On Receipt-Line ESC Reset-Color
           END-IF
           COMPUTE Verify-Calc = Total-Amount - Discount
           IF Verify-Calc NOT = Final-Amount
               ADD 1 TO Verify-Exceptions
               MOVE Invoice-ID TO Invoice-ID-Display
               MOVE SPACES TO Receipt-Line
               STRING "INVOICE " DELIMITED BY SIZE
                   FUNCTION TRIM(Invoice-ID-Display)
                   DELIMITED BY SIZE
                   " Final-Amount is not Total minus Discount"
                   DELIMITED BY SIZE
                   INTO Receipt-Line
               WRITE Receipt-Line
               DISPLAY ESC Red-On Receipt-Line ESC Reset-Color
           END-IF
      *>  Invoices from before the loyalty fields read junk there -
      *>  treat that as no redemption, exactly as checkout did.
           IF Invoice-Points-Used NUMERIC
               MOVE Invoice-Points-Used TO Verify-Points-Used
           ELSE
               MOVE 0 TO Verify-Points-Used
           END-IF
           COMPUTE Verify-Calc =
               Final-Amount + Tax - Verify-Points-Used
           IF Verify-Calc NOT = Pay-Amount
               ADD 1 TO Verify-Exceptions
               MOVE Invoice-ID TO Invoice-ID-Display
               MOVE SPACES TO Receipt-Line
               STRING "INVOICE " DELIMITED BY SIZE
                   FUNCTION TRIM(Invoice-ID-Display)
                   DELIMITED BY SIZE
                   " Pay-Amount is not Final plus Tax less points"
                   DELIMITED BY SIZE
                   INTO Receipt-Line
               WRITE Receipt-Line
               DISPLAY ESC Red-On Receipt-Line ESC Reset-Color
           END-IF
           END-IF.

       CustomerProcess.
               DISPLAY " "
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               DISPLAY a a A9 ESC Green-On Bold-On"Manage Customers"
               Bold-Off ESC Reset-Color
               DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
               DISPLAY a b "1. View Customers"
               DISPLAY a b "2. Add Customer"
               DISPLAY a b "3. Update Customer"
               DISPLAY a b "4. Customer History"
               DISPLAY a b "5. Receive Account Payment"
               DISPLAY a b "6. Account Statement"
               DISPLAY " "
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               DISPLAY Bold-On "0. Back" Bold-Off
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               DISPLAY "Enter choose Option:"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-Customer
                   WHEN "2"
                       PERFORM Add-Customer
                   WHEN "3"
                       PERFORM Update-Customer
                   WHEN "4"
                       PERFORM Customer-History
                   WHEN "5"
                       PERFORM AR-Payment
                   WHEN "6"
                       PERFORM AR-Statement
                   WHEN "0"
                       PERFORM NextProcess
                   WHEN OTHER
                       DISPLAY "Please choose only (1,2,3,4,5,6,0) "
                       PERFORM CustomerProcess
               END-EVALUATE.

       View-Customer.
            OPEN I-O CustomerFile
            IF File-Status = "35"
               OPEN OUTPUT CustomerFile
               CLOSE CustomerFile
               OPEN I-O CustomerFile
            END-IF
            DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
            DISPLAY a a a b ESC Green-On Bold-On "Customer Record"
            Bold-Off ESC Reset-Color
            DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
            DISPLAY "Customer-ID"  A2
                    "Name"         A5 A5 A7
                    "Phone"        A6
                    "Credit Limit"
            DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
            MOVE "N" TO EOF
            PERFORM UNTIL EOF = "Y"
               READ CustomerFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF Cust-Credit-Limit NOT NUMERIC
                       MOVE 0 TO Cust-Credit-Limit
                   END-IF
                   MOVE Customer-ID TO Customer-ID-Display
                   MOVE Cust-Credit-Limit TO Credit-Limit-Display
                   MOVE FUNCTION TRIM(Customer-ID-Display)
                       TO String-Format
                   DISPLAY String-Format       A6
                           Cust-Name           A1
                           Cust-Phone          A2
                           Credit-Limit-Display"$"
            END-PERFORM
            DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
            CLOSE CustomerFile
            PERFORM CustomerProcess.

      *>  Appends a new Customer-Record from keyed name and phone,
      *>  leaving the new record in the buffer. Shared between the
      *>  admin Add Customer screen and register-on-the-spot at
      *>  checkout, so it opens and closes CustomerFile itself.
       Add-Customer-Record.
           OPEN I-O CustomerFile
           IF File-Status = "35"
               OPEN OUTPUT CustomerFile
               CLOSE CustomerFile
               OPEN I-O CustomerFile
           END-IF
           MOVE 0 TO Customer-Max-Key
           MOVE "N" TO Customer-EOF
           PERFORM UNTIL Customer-EOF = "Y"
               READ CustomerFile NEXT RECORD
               AT END
                   MOVE "Y" TO Customer-EOF
               NOT AT END
                   IF Customer-Relative-Key > Customer-Max-Key
                       MOVE Customer-Relative-Key TO Customer-Max-Key
                   END-IF
           END-PERFORM
           DISPLAY "Enter Customer Name: "
           ACCEPT Input-Customer-Name
           DISPLAY "Enter Customer Phone: "
           ACCEPT Input-Customer-Phone
           IF Login-Perm-Credit = "Y"
               DISPLAY "Enter Credit Limit (0 = no account sales): "
               ACCEPT Input-Credit-Limit
           ELSE
               MOVE 0 TO Input-Credit-Limit
               DISPLAY ESC Yellow-On
               "Credit limit left at 0 - an admin must set it."
               ESC Reset-Color
           END-IF
           ADD 1 TO Customer-Max-Key
           MOVE Customer-Max-Key TO Customer-Relative-Key
           MOVE Customer-Max-Key TO Customer-ID
           MOVE Input-Customer-Name TO Cust-Name
           MOVE Input-Customer-Phone TO Cust-Phone
           MOVE Input-Credit-Limit TO Cust-Credit-Limit
           MOVE 0 TO Cust-Points
           WRITE Customer-Record INVALID KEY
               DISPLAY ESC Red-On
               "Error: Unable to write record." ESC Reset-Color
           END-WRITE
           CLOSE CustomerFile
           MOVE Customer-ID TO Customer-ID-Display
           MOVE FUNCTION TRIM(Customer-ID-Display) TO String-Format
           DISPLAY ESC Green-On
           "Customer registered with ID " String-Format
           ESC Reset-Color.

       Add-Customer.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           PERFORM Add-Customer-Record
           DISPLAY " "
           PERFORM CustomerProcess.

       Update-Customer.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           OPEN I-O CustomerFile
           IF File-Status = "35"
               OPEN OUTPUT CustomerFile
               CLOSE CustomerFile
               OPEN I-O CustomerFile
           END-IF
           DISPLAY "Enter Customer-ID to Update: "
           ACCEPT Customer-Relative-Key
           READ CustomerFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               IF File-Status = "00"
      *>      A customer.dat written before the credit-limit field
      *>      existed is short - treat the junk tail as no credit.
                   IF Cust-Credit-Limit NOT NUMERIC
                       MOVE 0 TO Cust-Credit-Limit
                   END-IF
                   IF Cust-Points NOT NUMERIC
                       MOVE 0 TO Cust-Points
                   END-IF
                   MOVE Cust-Credit-Limit TO Credit-Limit-Display
                   MOVE Cust-Points TO Points-Display
                   DISPLAY "Customer Name  : " Cust-Name
                   DISPLAY "Customer Phone : " Cust-Phone
                   DISPLAY "Credit Limit   : $" Credit-Limit-Display
                   DISPLAY "Points Balance : " Points-Display
                   DISPLAY "Enter New Customer Name: "
                   ACCEPT Cust-Name
                   DISPLAY "Enter New Customer Phone: "
                   ACCEPT Cust-Phone
                   IF Login-Perm-Credit = "Y"
                       DISPLAY
                       "Enter Credit Limit (0 = no account sales): "
                       ACCEPT Cust-Credit-Limit
                   ELSE
                       DISPLAY ESC Yellow-On
                       "Credit limit unchanged - no access to set it."
                       ESC Reset-Color
                   END-IF
                   REWRITE Customer-Record INVALID KEY
                       DISPLAY ESC Red-On
                       "Error: Unable to rewrite record."
                       ESC Reset-Color
                   END-REWRITE
                   IF File-Status = "00"
                       DISPLAY ESC Green-On
                       "Customer updated successfully." ESC Reset-Color
                   ELSE
                       DISPLAY "File Status: " File-Status
                   END-IF
               END-IF
           END-READ
           CLOSE CustomerFile
           PERFORM CustomerProcess.

      *>  One customer's invoices and lifetime spend, read straight
      *>  out of invoice.dat by Invoice-Customer-ID. Invoices written
      *>  before the customer file existed carry spaces there and are
      *>  skipped by the NUMERIC test.
       Customer-History.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           OPEN I-O CustomerFile
           IF File-Status = "35"
               OPEN OUTPUT CustomerFile
               CLOSE CustomerFile
               OPEN I-O CustomerFile
           END-IF
           DISPLAY "Enter Customer-ID: "
           ACCEPT Customer-Relative-Key
           READ CustomerFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               DISPLAY "Customer Name  : " Cust-Name
               DISPLAY "Customer Phone : " Cust-Phone
               DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
               DISPLAY "Invoice-ID"   A3
                       "Date"         A6 A2
                       "Status"       A5
                       "Pay-Amount"
               DISPLAY H10 H10 H10 H10 H10 H10 H10 H10
               MOVE 0 TO Customer-Spend
               MOVE 0 TO Customer-Inv-Count
               OPEN I-O InvoiceFile
               IF File-Status = "35"
                   OPEN OUTPUT InvoiceFile
                   CLOSE InvoiceFile
                   OPEN I-O InvoiceFile
               END-IF
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ InvoiceFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF Invoice-Customer-ID NUMERIC
                          AND Invoice-Customer-ID = Customer-ID
                           MOVE Invoice-ID TO Invoice-ID-Display
                           MOVE Pay-Amount TO Pay-Amount-Display
                           MOVE FUNCTION TRIM(Invoice-ID-Display)
                               TO String-Format
                           DISPLAY String-Format       A9
                                   Invoice-Date        A2
                                   Invoice-Status      A2
                                   Pay-Amount-Display"$"
                           ADD 1 TO Customer-Inv-Count
      *>      A partial refund flips the status but the customer
      *>      still spent the rest - count the invoice in full and
      *>      net its refunds out, as Day-End-Close does.
                           IF Invoice-Status = "Completed"
                               ADD Pay-Amount TO Customer-Spend
                           END-IF
                           IF Invoice-Status = "PartRefnd"
                               MOVE Invoice-ID TO Cust-Refund-Invoice
                               PERFORM Sum-Invoice-Refunds
                               COMPUTE Customer-Spend = Customer-Spend
                                   + Pay-Amount - Cust-Refund-Total
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE InvoiceFile
      *>      Invoices moved out by a period close still belong to
      *>      the customer's history and lifetime spend.
               OPEN I-O InvArchFile
               IF File-Status = "35"
                   OPEN OUTPUT InvArchFile
                   CLOSE InvArchFile
                   OPEN I-O InvArchFile
               END-IF
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ InvArchFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF Arch-Customer-ID NUMERIC
                          AND Arch-Customer-ID = Customer-ID
                           MOVE Arch-Invoice-ID TO Invoice-ID-Display
                           MOVE Arch-Pay-Amount TO Pay-Amount-Display
                           MOVE FUNCTION TRIM(Invoice-ID-Display)
                               TO String-Format
                           DISPLAY String-Format       A9
                                   Arch-Invoice-Date   A2
                                   Arch-Invoice-Status A2
                                   Pay-Amount-Display"$"
                           ADD 1 TO Customer-Inv-Count
                           IF Arch-Invoice-Status = "Completed"
                               ADD Arch-Pay-Amount TO Customer-Spend
                           END-IF
                           IF Arch-Invoice-Status = "PartRefnd"
                               MOVE Arch-Invoice-ID
                                   TO Cust-Refund-Invoice
                               PERFORM Sum-Invoice-Refunds
                               COMPUTE Customer-Spend = Customer-Spend
                                   + Arch-Pay-Amount
                                   - Cust-Refund-Total
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE InvArchFile
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               MOVE Customer-Inv-Count TO Customer-Count-Display
               MOVE FUNCTION TRIM(Customer-Count-Display)
                   TO String-Format
               DISPLAY "Invoices       : " String-Format
               MOVE Customer-Spend TO Customer-Spend-Display
               MOVE FUNCTION TRIM(Customer-Spend-Display)
                   TO String-Format
               DISPLAY "Lifetime Spend : $" String-Format
               IF Cust-Points NOT NUMERIC
                   MOVE 0 TO Cust-Points
               END-IF
               MOVE Cust-Points TO Points-Display
               DISPLAY "Points Balance : "
               FUNCTION TRIM(Points-Display)
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           END-READ
           CLOSE CustomerFile
           PERFORM CustomerProcess.

      *>  Total refunded so far against the invoice named in
      *>  Cust-Refund-Invoice, summed from return.dat. Opens and
      *>  closes ReturnFile itself.
       Sum-Invoice-Refunds.
           MOVE 0 TO Cust-Refund-Total
           OPEN I-O ReturnFile
           IF File-Status = "35"
               OPEN OUTPUT ReturnFile
               CLOSE ReturnFile
               OPEN I-O ReturnFile
           END-IF
           MOVE "N" TO Return-EOF
           PERFORM UNTIL Return-EOF = "Y"
               READ ReturnFile NEXT RECORD
               AT END
                   MOVE "Y" TO Return-EOF
               NOT AT END
                   IF Return-Invoice-ID = Cust-Refund-Invoice
                       COMPUTE Cust-Refund-Total = Cust-Refund-Total
                           + (Return-Quantity * Return-Unit-Of-Price)
                   END-IF
           END-PERFORM
           CLOSE ReturnFile.

      *>  Outstanding receivables balance for the customer named in
      *>  AR-Scan-Customer: charges minus payments minus refund
      *>  credits, summed from ar.dat. Also tracks the highest
      *>  relative key so a new AR-Record can be appended. Opens and
      *>  closes ARFile itself.
       Sum-AR-Balance.
           MOVE 0 TO AR-Balance
           MOVE 0 TO AR-Max-Key
           OPEN I-O ARFile
           IF File-Status = "35"
               OPEN OUTPUT ARFile
               CLOSE ARFile
               OPEN I-O ARFile
           END-IF
           MOVE "N" TO AR-EOF
           PERFORM UNTIL AR-EOF = "Y"
               READ ARFile NEXT RECORD
               AT END
                   MOVE "Y" TO AR-EOF
               NOT AT END
                   IF AR-Relative-Key > AR-Max-Key
                       MOVE AR-Relative-Key TO AR-Max-Key
                   END-IF
                   IF AR-Customer-ID = AR-Scan-Customer
                       IF AR-Type = "CHARGE"
                           ADD AR-Amount TO AR-Balance
                       ELSE
                           SUBTRACT AR-Amount FROM AR-Balance
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE ARFile.

      *>  Appends one ledger row from the AR-Type, AR-Customer-ID,
      *>  AR-Invoice-ID and AR-Amount the caller has set up. The
      *>  caller must have run Sum-AR-Balance first so AR-Max-Key is
      *>  current. Opens and closes ARFile itself.
       Post-AR-Entry.
           OPEN I-O ARFile
           IF File-Status = "35"
               OPEN OUTPUT ARFile
               CLOSE ARFile
               OPEN I-O ARFile
           END-IF
           ADD 1 TO AR-Max-Key
           MOVE AR-Max-Key TO AR-Relative-Key
           MOVE AR-Max-Key TO AR-ID
           ACCEPT AR-Date FROM DATE YYYYMMDD
           MOVE Input-ID TO AR-Casher-ID
           WRITE AR-Record INVALID KEY
               DISPLAY ESC Red-On
               "Error: Unable to write record." ESC Reset-Color
           END-WRITE
           CLOSE ARFile.

       AR-Payment.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Receive Account Payment" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           OPEN I-O CustomerFile
           IF File-Status = "35"
               OPEN OUTPUT CustomerFile
               CLOSE CustomerFile
               OPEN I-O CustomerFile
           END-IF
           DISPLAY "Enter Customer-ID: "
           ACCEPT Customer-Relative-Key
           READ CustomerFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               DISPLAY "Customer: " Cust-Name
               MOVE Customer-ID TO AR-Scan-Customer
               PERFORM Sum-AR-Balance
               MOVE AR-Balance TO AR-Balance-Display
               DISPLAY "Outstanding Balance : $" AR-Balance-Display
               IF AR-Balance NOT > 0
                   DISPLAY ESC Yellow-On
                   "Nothing is owed on this account." ESC Reset-Color
               ELSE
                   DISPLAY "Enter Payment Amount: "
                   ACCEPT AR-Input-Amount
                   IF AR-Input-Amount < 1
                      OR AR-Input-Amount > AR-Balance
                       DISPLAY ESC Red-On
                       "Payment must be between 1 and the balance."
                       ESC Reset-Color
                   ELSE
                       MOVE "PAYMENT" TO AR-Type
                       MOVE Customer-ID TO AR-Customer-ID
                       MOVE 0 TO AR-Invoice-ID
                       MOVE AR-Input-Amount TO AR-Amount
                       PERFORM Post-AR-Entry
                       MOVE "AR-PAY" TO Audit-Action
                       MOVE Customer-ID TO Customer-ID-Display
                       MOVE FUNCTION TRIM(Customer-ID-Display)
                           TO Audit-Key
                       MOVE SPACES TO Audit-Old-Value
                       MOVE AR-Input-Amount TO Audit-New-Display
                       MOVE FUNCTION TRIM(Audit-New-Display)
                           TO Audit-New-Value
                       PERFORM Write-Audit
                       COMPUTE AR-Balance = AR-Balance - AR-Input-Amount
                       MOVE AR-Balance TO AR-Balance-Display
                       DISPLAY ESC Green-On
                       "Payment recorded. New balance: $"
                       AR-Balance-Display ESC Reset-Color
                   END-IF
               END-IF
           END-READ
           CLOSE CustomerFile
           DISPLAY " "
           PERFORM CustomerProcess.

      *>  One customer's receivables statement - every charge, payment
      *>  and refund credit with a running balance, on screen and as a
      *>  statement_<id>.txt file the same way Print-Receipt writes
      *>  receipts.
       AR-Statement.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Account Statement" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           OPEN I-O CustomerFile
           IF File-Status = "35"
               OPEN OUTPUT CustomerFile
               CLOSE CustomerFile
               OPEN I-O CustomerFile
           END-IF
           DISPLAY "Enter Customer-ID: "
           ACCEPT Customer-Relative-Key
           READ CustomerFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               MOVE Customer-ID TO Customer-ID-Display
               MOVE FUNCTION TRIM(Customer-ID-Display) TO String-Format
               MOVE SPACES TO WS-Receipt-Path
               STRING "statement_" DELIMITED BY SIZE
                   FUNCTION TRIM(String-Format) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-Receipt-Path
               OPEN OUTPUT ReceiptFile
               MOVE SPACES TO Receipt-Line
               STRING "Account Statement - Customer #" DELIMITED BY SIZE
                   String-Format DELIMITED BY SIZE
                   INTO Receipt-Line
               WRITE Receipt-Line
               MOVE SPACES TO Receipt-Line
               STRING "Customer  : " DELIMITED BY SIZE
                   Cust-Name DELIMITED BY SIZE
                   INTO Receipt-Line
               WRITE Receipt-Line
               MOVE SPACES TO Receipt-Line
               WRITE Receipt-Line
               MOVE "Date      Type     Invoice   Amount     Balance"
                   TO Receipt-Line
               WRITE Receipt-Line
               DISPLAY "Customer: " Cust-Name
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               DISPLAY "Date"      A6
                       "Type"      A5
                       "Invoice"   A3
                       "Amount"    A6
                       "Balance"
               DISPLAY H10 H10 H10 H10 H10 H10 H10 H10
               MOVE 0 TO AR-Run-Balance
               OPEN I-O ARFile
               IF File-Status = "35"
                   OPEN OUTPUT ARFile
                   CLOSE ARFile
                   OPEN I-O ARFile
               END-IF
               MOVE "N" TO AR-EOF
               PERFORM UNTIL AR-EOF = "Y"
                   READ ARFile NEXT RECORD
                   AT END
                       MOVE "Y" TO AR-EOF
                   NOT AT END
                       IF AR-Customer-ID = Customer-ID
                           IF AR-Type = "CHARGE"
                               ADD AR-Amount TO AR-Run-Balance
                           ELSE
                               SUBTRACT AR-Amount FROM AR-Run-Balance
                           END-IF
                           MOVE AR-Invoice-ID TO Invoice-ID-Display
                           MOVE AR-Amount TO AR-Amt-Display
                           MOVE AR-Run-Balance TO AR-Balance-Display
                           MOVE FUNCTION TRIM(Invoice-ID-Display)
                               TO String-Format
                           DISPLAY AR-Date             A2
                                   AR-Type             A2
                                   String-Format       A5
                                   AR-Amt-Display"$"   A2
                                   AR-Balance-Display"$"
                           MOVE SPACES TO Receipt-Line
                           STRING AR-Date DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               AR-Type DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               String-Format DELIMITED BY SIZE
                               "  $" DELIMITED BY SIZE
                               AR-Amt-Display DELIMITED BY SIZE
                               "  $" DELIMITED BY SIZE
                               AR-Balance-Display DELIMITED BY SIZE
                               INTO Receipt-Line
                           WRITE Receipt-Line
                       END-IF
               END-PERFORM
               CLOSE ARFile
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               MOVE AR-Run-Balance TO AR-Balance-Display
               DISPLAY "Outstanding Balance : $" AR-Balance-Display
               MOVE SPACES TO Receipt-Line
               WRITE Receipt-Line
               MOVE SPACES TO Receipt-Line
               STRING "Outstanding Balance : $" DELIMITED BY SIZE
                   AR-Balance-Display DELIMITED BY SIZE
                   INTO Receipt-Line
               WRITE Receipt-Line
               CLOSE ReceiptFile
               DISPLAY " "
               DISPLAY ESC Green-On
               "Statement saved to file: "
               FUNCTION TRIM(WS-Receipt-Path) ESC Reset-Color
           END-READ
           CLOSE CustomerFile
           DISPLAY " "
           PERFORM CustomerProcess.

      *>  Checkout-side customer pick: an existing Customer-ID or 0 to
      *>  register the customer on the spot. Leaves the chosen name in
      *>  Customer-Name and the ID in Buy-Customer-ID for Buy-Confirm.
       Select-Customer.
           MOVE "N" TO Customer-Selected
           PERFORM UNTIL Customer-Selected = "Y"
               DISPLAY "Enter Customer ID (0 = Register New): "
               ACCEPT Customer-Relative-Key
               IF Customer-Relative-Key = 0
                   PERFORM Add-Customer-Record
                   MOVE Cust-Name TO Customer-Name
                   MOVE Customer-ID TO Buy-Customer-ID
                   MOVE "Y" TO Customer-Selected
               ELSE
                   OPEN I-O CustomerFile
                   IF File-Status = "35"
                       OPEN OUTPUT CustomerFile
                       CLOSE CustomerFile
                       OPEN I-O CustomerFile
                   END-IF
                   READ CustomerFile INVALID KEY
                       DISPLAY ESC Red-On
                       "Error: Record not found." ESC Reset-Color
                   NOT INVALID KEY
                       IF File-Status = "00"
                           MOVE Cust-Name TO Customer-Name
                           MOVE Customer-ID TO Buy-Customer-ID
                           DISPLAY "Customer: " Cust-Name
                           MOVE "Y" TO Customer-Selected
                       END-IF
                   END-READ
                   CLOSE CustomerFile
               END-IF
           END-PERFORM.

       PurchaseProcess.
               DISPLAY " "
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               DISPLAY a a A9 ESC Blue-On Bold-On"Purchase Processes"
               Bold-Off ESC Reset-Color
               DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
               DISPLAY a b "1. View Suppliers"
               DISPLAY a b "2. Add Supplier"
               DISPLAY a b "3. New Purchase Order"
               DISPLAY a b "4. New PO From Low Stock"
               DISPLAY a b "5. View Purchase Orders"
               DISPLAY a b "6. Receive Purchase Order"
               DISPLAY a b "7. Enter Supplier Invoice"
               DISPLAY a b "8. Pay Supplier"
               DISPLAY a b "9. Amounts Owed Report"
               DISPLAY a b "S. Item Supplier Terms"
               DISPLAY a b "R. Replenishment Run"
               DISPLAY a b "D. Approve Draft PO"
               DISPLAY a b "V. Return To Vendor"
               DISPLAY a b "W. Vendor Returns Report"
               DISPLAY " "
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               DISPLAY Bold-On "0. Back" Bold-Off
               DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
               DISPLAY "Enter choose Option:"
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       PERFORM View-Supplier
                   WHEN "2"
                       PERFORM Add-Supplier
                   WHEN "3"
                       PERFORM Build-PO
                   WHEN "4"
                       PERFORM Build-PO-LowStock
                   WHEN "5"
                       PERFORM View-PO
                   WHEN "6"
                       PERFORM Receive-PO
                   WHEN "7"
                       PERFORM Enter-Supplier-Invoice
                   WHEN "8"
                       IF Login-Perm-Payments = "Y"
                           PERFORM Pay-Supplier
                       ELSE
                           PERFORM Deny-Menu-Area
                           PERFORM PurchaseProcess
                       END-IF
                   WHEN "9"
                       PERFORM Supplier-Owed-Report
                   WHEN "S"
                       PERFORM Item-Supplier-Terms
                   WHEN "s"
                       PERFORM Item-Supplier-Terms
                   WHEN "R"
                       PERFORM Replenishment-Run
                   WHEN "r"
                       PERFORM Replenishment-Run
                   WHEN "D"
                       PERFORM Approve-Draft-PO
                   WHEN "d"
                       PERFORM Approve-Draft-PO
                   WHEN "V"
                       PERFORM Return-To-Vendor
                   WHEN "v"
                       PERFORM Return-To-Vendor
                   WHEN "W"
                       PERFORM Vendor-Return-Report
                   WHEN "w"
                       PERFORM Vendor-Return-Report
                   WHEN "0"
                       PERFORM NextProcess
                   WHEN OTHER
                       DISPLAY
                       "Please choose only (1-9, S, R, D, V, W or 0) "
                       PERFORM PurchaseProcess
               END-EVALUATE.

       View-Supplier.
            OPEN I-O SupplierFile
            IF File-Status = "35"
               OPEN OUTPUT SupplierFile
               CLOSE SupplierFile
               OPEN I-O SupplierFile
            END-IF
            DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
            DISPLAY a a a b ESC Blue-On Bold-On "Supplier Record"
            Bold-Off ESC Reset-Color
            DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
            DISPLAY "Supplier-ID"  A2
                    "Name"         A5 A5 A7
                    "Phone"
            DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
            MOVE "N" TO EOF
            PERFORM UNTIL EOF = "Y"
               READ SupplierFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE Supplier-ID TO Supplier-ID-Display
                   MOVE FUNCTION TRIM(Supplier-ID-Display)
                       TO String-Format
                   DISPLAY String-Format       A6
                           Supplier-Name       A1
                           Supplier-Phone
            END-PERFORM
            DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
            CLOSE SupplierFile
            PERFORM PurchaseProcess.

       Add-Supplier.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           OPEN I-O SupplierFile
           IF File-Status = "35"
               OPEN OUTPUT SupplierFile
               CLOSE SupplierFile
               OPEN I-O SupplierFile
           END-IF
           MOVE 0 TO Supplier-Max-Key
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ SupplierFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF Supplier-Relative-Key > Supplier-Max-Key
                       MOVE Supplier-Relative-Key TO Supplier-Max-Key
                   END-IF
           END-PERFORM
           DISPLAY "Enter Supplier Name: "
           ACCEPT Input-Supplier-Name
           DISPLAY "Enter Supplier Phone: "
           ACCEPT Input-Supplier-Phone
           ADD 1 TO Supplier-Max-Key
           MOVE Supplier-Max-Key TO Supplier-Relative-Key
           MOVE Supplier-Max-Key TO Supplier-ID
           MOVE Input-Supplier-Name TO Supplier-Name
           MOVE Input-Supplier-Phone TO Supplier-Phone
           WRITE Supplier-Record INVALID KEY
               DISPLAY ESC Red-On
               "Error: Unable to write record." ESC Reset-Color
           END-WRITE
           CLOSE SupplierFile
           MOVE Supplier-ID TO Supplier-ID-Display
           MOVE FUNCTION TRIM(Supplier-ID-Display) TO String-Format
           DISPLAY ESC Green-On
           "Supplier added with ID " String-Format ESC Reset-Color
           DISPLAY " "
           PERFORM PurchaseProcess.

      *>  Validates a keyed Supplier-ID against supplier.dat and
      *>  leaves it in PO-Work-Supplier when found.
       Select-Supplier.
           MOVE "N" TO Supplier-Selected
           OPEN I-O SupplierFile
           IF File-Status = "35"
               OPEN OUTPUT SupplierFile
               CLOSE SupplierFile
               OPEN I-O SupplierFile
           END-IF
           DISPLAY "Enter Supplier-ID: "
           ACCEPT Supplier-Relative-Key
           READ SupplierFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               IF File-Status = "00"
                   DISPLAY "Supplier: " Supplier-Name
                   MOVE Supplier-ID TO PO-Work-Supplier
                   MOVE "Y" TO Supplier-Selected
               END-IF
           END-READ
           CLOSE SupplierFile.

      *>  Writes the order built up in PO-Work as a new Open
      *>  PO-Record. The max-key scan runs through the PO record
      *>  buffer, which is why the lines are staged in working
      *>  storage first.
       Write-New-PO.
           OPEN I-O POFile
           IF File-Status = "35"
               OPEN OUTPUT POFile
               CLOSE POFile
               OPEN I-O POFile
           END-IF
           MOVE 0 TO PO-Max-Key
           MOVE "N" TO PO-EOF
           PERFORM UNTIL PO-EOF = "Y"
               READ POFile NEXT RECORD
               AT END
                   MOVE "Y" TO PO-EOF
               NOT AT END
                   IF PO-Relative-Key > PO-Max-Key
                       MOVE PO-Relative-Key TO PO-Max-Key
                   END-IF
           END-PERFORM
           ADD 1 TO PO-Max-Key
           MOVE PO-Max-Key TO PO-Relative-Key
           MOVE PO-Max-Key TO PO-ID
           MOVE PO-Work-Supplier TO PO-Supplier-ID
           ACCEPT PO-Date FROM DATE YYYYMMDD
           MOVE PO-New-Status TO PO-Status
           MOVE PO-Work-Count TO PO-Line-Count
           PERFORM VARYING PO-Line-IDX FROM 1 BY 1
               UNTIL PO-Line-IDX > 20
               IF PO-Line-IDX NOT > PO-Work-Count
                   MOVE PO-Work-Item(PO-Line-IDX)
                       TO PO-Item-ID(PO-Line-IDX)
                   MOVE PO-Work-Qty(PO-Line-IDX)
                       TO PO-Qty(PO-Line-IDX)
                   MOVE PO-Work-Cost(PO-Line-IDX)
                       TO PO-Cost(PO-Line-IDX)
               ELSE
                   MOVE 0 TO PO-Item-ID(PO-Line-IDX)
                   MOVE 0 TO PO-Qty(PO-Line-IDX)
                   MOVE 0 TO PO-Cost(PO-Line-IDX)
               END-IF
               MOVE 0 TO PO-Recv-Qty(PO-Line-IDX)
           END-PERFORM
           WRITE PO-Record INVALID KEY
               DISPLAY ESC Red-On
               "Error: Unable to write record." ESC Reset-Color
           END-WRITE
           CLOSE POFile
           MOVE PO-ID TO PO-ID-Display
           MOVE FUNCTION TRIM(PO-ID-Display) TO String-Format
           DISPLAY ESC Green-On
           "Purchase Order #" String-Format " created ("
           FUNCTION TRIM(PO-New-Status) ")." ESC Reset-Color
           MOVE "Open" TO PO-New-Status
           DISPLAY " ".

       Build-PO.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "New Purchase Order" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           PERFORM Select-Supplier
           IF Supplier-Selected NOT = "Y"
               PERFORM PurchaseProcess
           ELSE
               MOVE 0 TO PO-Work-Count
               MOVE "1" TO PO-More
               PERFORM UNTIL PO-More = "0" OR PO-Work-Count = 20
                   DISPLAY "Enter Item-ID to order (0 = Done): "
                   ACCEPT PO-Input-Item
                   IF PO-Input-Item = 0
                       MOVE "0" TO PO-More
                   ELSE
                       OPEN I-O ItemFile
                       MOVE PO-Input-Item TO RelativeKey
                       READ ItemFile INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Record not found." ESC Reset-Color
                       NOT INVALID KEY
                           DISPLAY "Item: " Item-Name
                           DISPLAY "Enter Order Quantity: "
                           ACCEPT PO-Input-Qty
                           DISPLAY "Enter Expected Unit Cost: "
                           ACCEPT PO-Input-Cost
                           ADD 1 TO PO-Work-Count
                           MOVE PO-Input-Item
                               TO PO-Work-Item(PO-Work-Count)
                           MOVE PO-Input-Qty
                               TO PO-Work-Qty(PO-Work-Count)
                           MOVE PO-Input-Cost
                               TO PO-Work-Cost(PO-Work-Count)
                       END-READ
                       CLOSE ItemFile
                   END-IF
               END-PERFORM
               IF PO-Work-Count = 0
                   DISPLAY ESC Yellow-On
                   "No lines entered - order not saved."
                   ESC Reset-Color
               ELSE
                   PERFORM Write-New-PO
               END-IF
               PERFORM PurchaseProcess
           END-IF.

      *>  Pre-fills an order with exactly the items Low-Stock-Noti
      *>  counts as below their reorder point: suggested quantity
      *>  tops the item back up to the reorder point, suggested cost
      *>  is the latest history.dat unit cost.
       Build-PO-LowStock.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "New PO From Low Stock" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           PERFORM Select-Supplier
           IF Supplier-Selected NOT = "Y"
               PERFORM PurchaseProcess
           ELSE
               MOVE 0 TO PO-Work-Count
               OPEN I-O ItemFile
               IF File-Status = "35"
                   OPEN OUTPUT ItemFile
                   CLOSE ItemFile
                   OPEN I-O ItemFile
               END-IF
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ ItemFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       PERFORM Find-Reorder-Point
                       IF Item-Qty < Effective-Reorder-Point
                           IF PO-Work-Count < 20
                               ADD 1 TO PO-Work-Count
                               MOVE Item-ID
                                   TO PO-Work-Item(PO-Work-Count)
                               COMPUTE PO-Work-Qty(PO-Work-Count) =
                                   Effective-Reorder-Point - Item-Qty
                               PERFORM Find-PO-Line-Cost
                               MOVE Avg-Unit-Cost
                                   TO PO-Work-Cost(PO-Work-Count)
                               MOVE PO-Work-Qty(PO-Work-Count)
                                   TO PO-Qty-Display
                               DISPLAY Item-Name " x"
                               PO-Qty-Display " added to order."
                           ELSE
                               DISPLAY ESC Yellow-On
                               "PO is full (20 lines) - " Item-Name
                               " left off." ESC Reset-Color
                           END-IF
                       END-IF
               END-PERFORM
               CLOSE ItemFile
               IF PO-Work-Count = 0
                   DISPLAY ESC Green-On
                   "No items are below their reorder point."
                   ESC Reset-Color
               ELSE
                   PERFORM Write-New-PO
               END-IF
               PERFORM PurchaseProcess
           END-IF.

      *>  Unit cost for a low-stock order line of the item in the
      *>  ItemFile buffer into Avg-Unit-Cost: the cost agreed with
      *>  the chosen supplier when itemsup.dat has one, otherwise
      *>  the weighted-average cost of the item's receipts to date.
       Find-PO-Line-Cost.
           MOVE Item-ID TO Avg-Cost-Item-ID
           ACCEPT Avg-Cost-Date FROM DATE YYYYMMDD
           PERFORM Find-Average-Cost
           OPEN I-O ItemSupFile
           IF File-Status = "00"
               MOVE Item-ID TO Item-Sup-Relative-Key
               READ ItemSupFile INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Item-Sup-Supplier-ID = PO-Work-Supplier
                      AND Item-Sup-Last-Cost > 0
                       MOVE Item-Sup-Last-Cost TO Avg-Unit-Cost
                   END-IF
               END-READ
               CLOSE ItemSupFile
           END-IF.

      *>  Lists the purchasing terms on file and lets the buyer set
      *>  or change one item's supplier, case pack, lead time and
      *>  agreed cost. The replenishment run only orders items that
      *>  have terms here.
       Item-Supplier-Terms.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Item Supplier Terms" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           OPEN I-O ItemSupFile
           IF File-Status = "35"
               OPEN OUTPUT ItemSupFile
               CLOSE ItemSupFile
               OPEN I-O ItemSupFile
           END-IF
           DISPLAY "Item-ID"   A3
                   "Name"      A5 A5 A7
                   "Supplier"  A2
                   "Case"      A2
                   "Lead"      A2
                   "Agreed Cost"
           DISPLAY H10 H10 H10 H10 H10 H10 H10 H10
           MOVE "N" TO Item-Sup-EOF
           PERFORM UNTIL Item-Sup-EOF = "Y"
               READ ItemSupFile NEXT RECORD
               AT END
                   MOVE "Y" TO Item-Sup-EOF
               NOT AT END
                   OPEN I-O ItemFile
                   MOVE Item-Sup-Item-ID TO RelativeKey
                   READ ItemFile INVALID KEY
                       MOVE "(deleted item)" TO Input-Item-Name
                   NOT INVALID KEY
                       MOVE Item-Name TO Input-Item-Name
                   END-READ
                   CLOSE ItemFile
                   MOVE Item-Sup-Item-ID TO Item-ID-Display
                   MOVE FUNCTION TRIM(Item-ID-Display) TO String-Format
                   MOVE Item-Sup-Supplier-ID TO Supplier-ID-Display
                   MOVE Item-Sup-Case-Pack TO Item-Sup-Case-Display
                   MOVE Item-Sup-Lead-Days TO Item-Sup-Lead-Display
                   MOVE Item-Sup-Last-Cost TO PO-Cost-Display
                   DISPLAY String-Format           A2
                           Input-Item-Name         A2
                           Supplier-ID-Display     A3
                           Item-Sup-Case-Display   A3
                           Item-Sup-Lead-Display   A2
                           PO-Cost-Display "$"
           END-PERFORM
           CLOSE ItemSupFile
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY "Enter Item-ID to set terms (0 = Back): "
           ACCEPT Item-Sup-Input-Item
           IF Item-Sup-Input-Item NOT = 0
               PERFORM Set-Item-Supplier-Terms
           END-IF
           PERFORM PurchaseProcess.

      *>  Keys the terms for the item in Item-Sup-Input-Item and
      *>  writes or rewrites its itemsup.dat record.
       Set-Item-Supplier-Terms.
           MOVE "N" TO Item-Sup-Found
           OPEN I-O ItemFile
           MOVE Item-Sup-Input-Item TO RelativeKey
           READ ItemFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               DISPLAY "Item: " Item-Name
               MOVE "Y" TO Item-Sup-Found
           END-READ
           CLOSE ItemFile
           IF Item-Sup-Found = "Y"
               PERFORM Select-Supplier
               IF Supplier-Selected = "Y"
                   DISPLAY "Case Pack (units per case): "
                   ACCEPT Item-Sup-Input-Case
                   IF Item-Sup-Input-Case = 0
                       MOVE 1 TO Item-Sup-Input-Case
                   END-IF
                   DISPLAY "Lead Time (days): "
                   ACCEPT Item-Sup-Input-Lead
                   DISPLAY "Last Agreed Unit Cost: "
                   ACCEPT Item-Sup-Input-Cost
                   OPEN I-O ItemSupFile
                   IF File-Status = "35"
                       OPEN OUTPUT ItemSupFile
                       CLOSE ItemSupFile
                       OPEN I-O ItemSupFile
                   END-IF
                   MOVE Item-Sup-Input-Item TO Item-Sup-Relative-Key
                   READ ItemSupFile INVALID KEY
                       MOVE "N" TO Item-Sup-Found
                       MOVE SPACES TO Audit-Old-Value
                   NOT INVALID KEY
                       MOVE Item-Sup-Supplier-ID TO Supplier-ID-Display
                       MOVE FUNCTION TRIM(Supplier-ID-Display)
                           TO Audit-Old-Value
                   END-READ
                   MOVE Item-Sup-Input-Item TO Item-Sup-Item-ID
                   MOVE PO-Work-Supplier TO Item-Sup-Supplier-ID
                   MOVE Item-Sup-Input-Case TO Item-Sup-Case-Pack
                   MOVE Item-Sup-Input-Lead TO Item-Sup-Lead-Days
                   MOVE Item-Sup-Input-Cost TO Item-Sup-Last-Cost
                   IF Item-Sup-Found = "Y"
                       REWRITE Item-Sup-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to rewrite record."
                           ESC Reset-Color
                       END-REWRITE
                   ELSE
                       WRITE Item-Sup-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to write record."
                           ESC Reset-Color
                       END-WRITE
                   END-IF
                   CLOSE ItemSupFile
                   MOVE "ITEMSUP" TO Audit-Action
                   MOVE Item-Sup-Input-Item TO Item-ID-Display
                   MOVE FUNCTION TRIM(Item-ID-Display) TO Audit-Key
                   MOVE PO-Work-Supplier TO Supplier-ID-Display
                   MOVE FUNCTION TRIM(Supplier-ID-Display)
                       TO Audit-New-Value
                   PERFORM Write-Audit
                   DISPLAY ESC Green-On
                   "Supplier terms saved." ESC Reset-Color
               END-IF
           END-IF.

      *>  Orders from sales velocity instead of the flat reorder
      *>  point: average daily units sold over the chosen window
      *>  (live and archived sale lines) times the supplier's lead
      *>  time plus the days of cover wanted, never less than the
      *>  reorder point, less what is on hand and still due on open
      *>  orders, rounded up to whole cases. Each supplier gets its
      *>  own Draft PO - a second one when more than 20 lines are
      *>  due - costed at the last agreed cost, or the latest
      *>  receipt cost where none was agreed.
       Replenishment-Run.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Replenishment Run" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY "Sales window in days (e.g. 28): "
           ACCEPT Replen-Window
           IF Replen-Window = 0
               DISPLAY ESC Red-On
               "The sales window must be at least one day."
               ESC Reset-Color
           ELSE
               DISPLAY "Days of stock to cover after delivery: "
               ACCEPT Replen-Cover
               ACCEPT Replen-Today FROM DATE YYYYMMDD
               COMPUTE Replen-Start = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(Replen-Today)
                    - Replen-Window + 1)
               PERFORM Load-Replen-Items
               PERFORM Sum-Replen-Sales
               PERFORM Sum-Replen-On-Order
               PERFORM Load-Replen-Terms
               PERFORM Calc-Replen-Orders
               IF Replen-Line-Count = 0
                   DISPLAY ESC Green-On
                   "Nothing needs ordering for this window."
                   ESC Reset-Color
               ELSE
                   DISPLAY "Write these lines as Draft POs?"
                   DISPLAY "1. Confirm"
                   DISPLAY "0. Cancel"
                   DISPLAY "Enter Choose Option:"
                   ACCEPT User-Choice
                   IF User-Choice = "1"
                       PERFORM Write-Replen-POs
                   ELSE
                       DISPLAY ESC Yellow-On
                       "Run discarded - no orders written."
                       ESC Reset-Color
                   END-IF
               END-IF
           END-IF
           PERFORM PurchaseProcess.

      *>  One Replen-Table slot per item on file with its on-hand
      *>  quantity and reorder point; every counter starts at zero.
       Load-Replen-Items.
           MOVE 0 TO Replen-Total
           MOVE "N" TO Replen-Truncated
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ ItemFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF Replen-Total < 200
                       ADD 1 TO Replen-Total
                       PERFORM Find-Reorder-Point
                       MOVE Item-ID TO Replen-Item-ID(Replen-Total)
                       MOVE Item-Name TO Replen-Name(Replen-Total)
                       MOVE Item-Qty TO Replen-On-Hand(Replen-Total)
                       MOVE Effective-Reorder-Point
                           TO Replen-Reorder(Replen-Total)
                       MOVE 0 TO Replen-Sold(Replen-Total)
                       MOVE 0 TO Replen-On-Order(Replen-Total)
                       MOVE 0 TO Replen-Supplier(Replen-Total)
                       MOVE 1 TO Replen-Case(Replen-Total)
                       MOVE 0 TO Replen-Lead(Replen-Total)
                       MOVE 0 TO Replen-Cost(Replen-Total)
                       MOVE 0 TO Replen-Order-Qty(Replen-Total)
                       MOVE "Y" TO Replen-Done(Replen-Total)
                   ELSE
                       MOVE "Y" TO Replen-Truncated
                   END-IF
           END-PERFORM
           CLOSE ItemFile
           IF Replen-Truncated = "Y"
               DISPLAY ESC Yellow-On
               "More than 200 items on file - the rest are left out "
               "of this run." ESC Reset-Color
           END-IF.

      *>  Slot of Replen-Scan-Item in Replen-Table into Replen-IDX2,
      *>  zero when the item is not in the table.
       Find-Replen-Entry.
           MOVE 0 TO Replen-IDX2
           PERFORM VARYING Replen-IDX FROM 1 BY 1
               UNTIL Replen-IDX > Replen-Total
               IF Replen-Item-ID(Replen-IDX) = Replen-Scan-Item
                   MOVE Replen-IDX TO Replen-IDX2
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>  Units sold per item inside the window, from the live sale
      *>  lines and the lines period-close moved to scarch.dat.
       Sum-Replen-Sales.
           OPEN I-O SaleCartFile
           IF File-Status = "35"
               OPEN OUTPUT SaleCartFile
               CLOSE SaleCartFile
               OPEN I-O SaleCartFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ SaleCartFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF Sale-Date >= Replen-Start
                      AND Sale-Date <= Replen-Today
                       MOVE Sale-Cart-Item-ID TO Replen-Scan-Item
                       PERFORM Find-Replen-Entry
                       IF Replen-IDX2 > 0
                           ADD Sale-Cart-Quantity
                               TO Replen-Sold(Replen-IDX2)
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE SaleCartFile
           OPEN I-O SCArchFile
           IF File-Status = "35"
               OPEN OUTPUT SCArchFile
               CLOSE SCArchFile
               OPEN I-O SCArchFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ SCArchFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF Arch-Sale-Date >= Replen-Start
                      AND Arch-Sale-Date <= Replen-Today
                       MOVE Arch-SC-Item-ID TO Replen-Scan-Item
                       PERFORM Find-Replen-Entry
                       IF Replen-IDX2 > 0
                           ADD Arch-SC-Quantity
                               TO Replen-Sold(Replen-IDX2)
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE SCArchFile.

      *>  Quantity still due in per item: ordered less received on
      *>  every Draft, Open or PartRecv PO, so a second run does not
      *>  order the same shortfall again.
       Sum-Replen-On-Order.
           OPEN I-O POFile
           IF File-Status = "35"
               OPEN OUTPUT POFile
               CLOSE POFile
               OPEN I-O POFile
           END-IF
           MOVE "N" TO PO-EOF
           PERFORM UNTIL PO-EOF = "Y"
               READ POFile NEXT RECORD
               AT END
                   MOVE "Y" TO PO-EOF
               NOT AT END
                   IF PO-Status = "Draft" OR PO-Status = "Open"
                      OR PO-Status = "PartRecv"
                       PERFORM VARYING PO-Line-IDX FROM 1 BY 1
                           UNTIL PO-Line-IDX > PO-Line-Count
                           IF PO-Qty(PO-Line-IDX) >
                              PO-Recv-Qty(PO-Line-IDX)
                               MOVE PO-Item-ID(PO-Line-IDX)
                                   TO Replen-Scan-Item
                               PERFORM Find-Replen-Entry
                               IF Replen-IDX2 > 0
                                   COMPUTE Replen-On-Order(Replen-IDX2)
                                       = Replen-On-Order(Replen-IDX2)
                                       + PO-Qty(PO-Line-IDX)
                                       - PO-Recv-Qty(PO-Line-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
           END-PERFORM
           CLOSE POFile.

      *>  Latest receipt cost from history.dat first (the last match
      *>  in file order is the newest delivery), then the item's
      *>  supplier terms on top - the agreed cost wins where set.
       Load-Replen-Terms.
           OPEN I-O HistoryFile
           IF File-Status = "35"
               OPEN OUTPUT HistoryFile
               CLOSE HistoryFile
               OPEN I-O HistoryFile
           END-IF
           MOVE "N" TO EFC
           PERFORM UNTIL EFC = "Y"
               READ HistoryFile NEXT RECORD
               AT END
                   MOVE "Y" TO EFC
               NOT AT END
                   MOVE History-Item-ID TO Replen-Scan-Item
                   PERFORM Find-Replen-Entry
                   IF Replen-IDX2 > 0
                       MOVE History-Unit-Of-Price
                           TO Replen-Cost(Replen-IDX2)
                   END-IF
           END-PERFORM
           CLOSE HistoryFile
           OPEN I-O ItemSupFile
           IF File-Status = "35"
               OPEN OUTPUT ItemSupFile
               CLOSE ItemSupFile
               OPEN I-O ItemSupFile
           END-IF
           MOVE "N" TO Item-Sup-EOF
           PERFORM UNTIL Item-Sup-EOF = "Y"
               READ ItemSupFile NEXT RECORD
               AT END
                   MOVE "Y" TO Item-Sup-EOF
               NOT AT END
                   MOVE Item-Sup-Item-ID TO Replen-Scan-Item
                   PERFORM Find-Replen-Entry
                   IF Replen-IDX2 > 0
                       MOVE Item-Sup-Supplier-ID
                           TO Replen-Supplier(Replen-IDX2)
                       IF Item-Sup-Case-Pack > 0
                           MOVE Item-Sup-Case-Pack
                               TO Replen-Case(Replen-IDX2)
                       END-IF
                       MOVE Item-Sup-Lead-Days
                           TO Replen-Lead(Replen-IDX2)
                       IF Item-Sup-Last-Cost > 0
                           MOVE Item-Sup-Last-Cost
                               TO Replen-Cost(Replen-IDX2)
                       END-IF
                   END-IF
           END-PERFORM
           CLOSE ItemSupFile.

      *>  Works out and lists the order quantity of every item. An
      *>  order line is capped at the 999 a PO line holds, kept to
      *>  whole cases. Items short of stock with no supplier terms
      *>  are listed but cannot be ordered.
       Calc-Replen-Orders.
           MOVE 0 TO Replen-Line-Count
           MOVE 0 TO Replen-No-Sup-Count
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY "Item-ID"   A3
                   "Name"      A5 A5 A7
                   "Per Day"   A2
                   "On Hand"   A1
                   "On Order"  A1
                   "Order"     A3
                   "Supplier"
           DISPLAY H10 H10 H10 H10 H10 H10 H10 H10 H10
           PERFORM VARYING Replen-IDX FROM 1 BY 1
               UNTIL Replen-IDX > Replen-Total
               COMPUTE Replen-Target =
                   (Replen-Sold(Replen-IDX)
                    * (Replen-Lead(Replen-IDX) + Replen-Cover)
                    + Replen-Window - 1) / Replen-Window
               IF Replen-Target < Replen-Reorder(Replen-IDX)
                   MOVE Replen-Reorder(Replen-IDX) TO Replen-Target
               END-IF
               COMPUTE Replen-Need = Replen-Target
                   - Replen-On-Hand(Replen-IDX)
                   - Replen-On-Order(Replen-IDX)
               IF Replen-Need > 0
                   COMPUTE Replen-Cases =
                       (Replen-Need + Replen-Case(Replen-IDX) - 1)
                       / Replen-Case(Replen-IDX)
                   IF Replen-Cases * Replen-Case(Replen-IDX) > 999
                       COMPUTE Replen-Cases =
                           999 / Replen-Case(Replen-IDX)
                   END-IF
                   COMPUTE Replen-Order-Qty(Replen-IDX) =
                       Replen-Cases * Replen-Case(Replen-IDX)
                   COMPUTE Replen-Daily ROUNDED =
                       Replen-Sold(Replen-IDX) / Replen-Window
                   MOVE Replen-Item-ID(Replen-IDX) TO Item-ID-Display
                   MOVE FUNCTION TRIM(Item-ID-Display) TO String-Format
                   MOVE Replen-Daily TO Replen-Daily-Display
                   MOVE Replen-On-Hand(Replen-IDX) TO Item-Qty-Display
                   MOVE Replen-On-Order(Replen-IDX)
                       TO Replen-Qty-Display
                   DISPLAY String-Format                A2
                           Replen-Name(Replen-IDX)      A1
                           Replen-Daily-Display         A4
                           Item-Qty-Display             A2
                           Replen-Qty-Display
                           WITH NO ADVANCING
                   MOVE Replen-Order-Qty(Replen-IDX)
                       TO Replen-Qty-Display
                   IF Replen-Supplier(Replen-IDX) = 0
                      OR Replen-Order-Qty(Replen-IDX) = 0
                       ADD 1 TO Replen-No-Sup-Count
                       MOVE 0 TO Replen-Order-Qty(Replen-IDX)
                       DISPLAY Replen-Qty-Display A2 ESC Yellow-On
                       "<<no supplier terms>>" ESC Reset-Color
                   ELSE
                       ADD 1 TO Replen-Line-Count
                       MOVE "N" TO Replen-Done(Replen-IDX)
                       MOVE Replen-Supplier(Replen-IDX)
                           TO Supplier-ID-Display
                       DISPLAY Replen-Qty-Display A2
                               Supplier-ID-Display
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           MOVE Replen-Line-Count TO Low-Stock-Count-Format
           DISPLAY "Lines to order         : "
           FUNCTION TRIM(Low-Stock-Count-Format)
           IF Replen-No-Sup-Count > 0
               MOVE Replen-No-Sup-Count TO Low-Stock-Count-Format
               DISPLAY ESC Yellow-On
               "Short with no supplier : "
               FUNCTION TRIM(Low-Stock-Count-Format)
               " (set them up under Item Supplier Terms)"
               ESC Reset-Color
           END-IF.

      *>  Turns every line still to be ordered into Draft POs, one
      *>  supplier at a time, 20 lines to an order.
       Write-Replen-POs.
           PERFORM VARYING Replen-IDX2 FROM 1 BY 1
               UNTIL Replen-IDX2 > Replen-Total
               PERFORM UNTIL Replen-Done(Replen-IDX2) = "Y"
                   MOVE Replen-Supplier(Replen-IDX2)
                       TO PO-Work-Supplier
                   MOVE 0 TO PO-Work-Count
                   PERFORM VARYING Replen-IDX FROM Replen-IDX2 BY 1
                       UNTIL Replen-IDX > Replen-Total
                          OR PO-Work-Count = 20
                       IF Replen-Done(Replen-IDX) = "N"
                          AND Replen-Supplier(Replen-IDX)
                              = PO-Work-Supplier
                           ADD 1 TO PO-Work-Count
                           MOVE Replen-Item-ID(Replen-IDX)
                               TO PO-Work-Item(PO-Work-Count)
                           MOVE Replen-Order-Qty(Replen-IDX)
                               TO PO-Work-Qty(PO-Work-Count)
                           MOVE Replen-Cost(Replen-IDX)
                               TO PO-Work-Cost(PO-Work-Count)
                           MOVE "Y" TO Replen-Done(Replen-IDX)
                       END-IF
                   END-PERFORM
                   MOVE "Draft" TO PO-New-Status
                   PERFORM Write-New-PO
               END-PERFORM
           END-PERFORM
           MOVE "REPLENISH" TO Audit-Action
           MOVE Replen-Window TO Item-Qty-Display
           MOVE FUNCTION TRIM(Item-Qty-Display) TO Audit-Key
           MOVE SPACES TO Audit-Old-Value
           MOVE Replen-Line-Count TO Item-Qty-Display
           MOVE FUNCTION TRIM(Item-Qty-Display) TO Audit-New-Value
           PERFORM Write-Audit
           DISPLAY ESC Green-On
           "Draft orders written - approve them under Approve "
           "Draft PO before sending." ESC Reset-Color.

      *>  A Draft PO from the replenishment run is reviewed here and
      *>  either released as an Open order the supplier can deliver
      *>  against, or cancelled.
       Approve-Draft-PO.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Approve Draft PO" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           OPEN I-O POFile
           IF File-Status = "35"
               OPEN OUTPUT POFile
               CLOSE POFile
               OPEN I-O POFile
           END-IF
           DISPLAY "Enter Draft PO-ID: "
           ACCEPT PO-Relative-Key
           READ POFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               IF PO-Status NOT = "Draft"
                   DISPLAY ESC Red-On
                   "Error: PO is not a draft (status "
                   FUNCTION TRIM(PO-Status) ")." ESC Reset-Color
               ELSE
                   MOVE PO-Line-Count TO PO-Qty-Display
                   DISPLAY "Lines on order : " PO-Qty-Display
                   DISPLAY "1. Approve (release to supplier)"
                   DISPLAY "2. Cancel draft"
                   DISPLAY "0. Back"
                   DISPLAY "Enter Choose Option:"
                   ACCEPT User-Choice
                   MOVE SPACES TO Audit-Action
                   EVALUATE User-Choice
                       WHEN "1"
                           MOVE "Open" TO PO-Status
                           MOVE "POAPPROVE" TO Audit-Action
                       WHEN "2"
                           MOVE "Cancelled" TO PO-Status
                           MOVE "POCANCEL" TO Audit-Action
                   END-EVALUATE
                   IF Audit-Action NOT = SPACES
                       REWRITE PO-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to rewrite record."
                           ESC Reset-Color
                       END-REWRITE
                       MOVE PO-ID TO PO-ID-Display
                       MOVE FUNCTION TRIM(PO-ID-Display) TO Audit-Key
                       MOVE "Draft" TO Audit-Old-Value
                       MOVE PO-Status TO Audit-New-Value
                       PERFORM Write-Audit
                       DISPLAY ESC Green-On
                       "PO status now: " PO-Status ESC Reset-Color
                   END-IF
               END-IF
           END-READ
           CLOSE POFile
           PERFORM PurchaseProcess.

       View-PO.
            OPEN I-O POFile
            IF File-Status = "35"
               OPEN OUTPUT POFile
               CLOSE POFile
               OPEN I-O POFile
            END-IF
            DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
            DISPLAY a a A5 ESC Blue-On Bold-On "Purchase Order Record"
            Bold-Off ESC Reset-Color
            DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
            MOVE "N" TO PO-EOF
            PERFORM UNTIL PO-EOF = "Y"
               READ POFile NEXT RECORD
               AT END
                   MOVE "Y" TO PO-EOF
               NOT AT END
                   MOVE PO-ID TO PO-ID-Display
                   MOVE FUNCTION TRIM(PO-ID-Display) TO String-Format
                   DISPLAY "PO-ID          : " String-Format
                   OPEN I-O SupplierFile
                   MOVE PO-Supplier-ID TO Supplier-Relative-Key
                   READ SupplierFile INVALID KEY
                       MOVE "(unknown)" TO Input-Supplier-Name
                   NOT INVALID KEY
                       MOVE Supplier-Name TO Input-Supplier-Name
                   END-READ
                   CLOSE SupplierFile
                   DISPLAY "Supplier       : " Input-Supplier-Name
                   DISPLAY "Date           : " PO-Date
                   DISPLAY "Status         : " PO-Status
                   DISPLAY "Item-ID"   A5
                           "Name"      A5 A5 A7
                           "Ordered"   A2
                           "Received"  A2
                           "Unit Cost"
                   DISPLAY H10 H10 H10 H10 H10 H10 H10 H10
                   PERFORM VARYING PO-Line-IDX FROM 1 BY 1
                       UNTIL PO-Line-IDX > PO-Line-Count
                       OPEN I-O ItemFile
                       MOVE PO-Item-ID(PO-Line-IDX) TO RelativeKey
                       READ ItemFile INVALID KEY
                           MOVE "(deleted item)" TO Input-Item-Name
                       NOT INVALID KEY
                           MOVE Item-Name TO Input-Item-Name
                       END-READ
                       CLOSE ItemFile
                       MOVE PO-Item-ID(PO-Line-IDX)
                           TO Item-ID-Display
                       MOVE FUNCTION TRIM(Item-ID-Display)
                           TO String-Format
                       MOVE PO-Cost(PO-Line-IDX) TO PO-Cost-Display
                       MOVE PO-Qty(PO-Line-IDX) TO PO-Qty-Display
                       DISPLAY String-Format          A2
                               Input-Item-Name        A4
                               PO-Qty-Display         A5
                               WITH NO ADVANCING
                       MOVE PO-Recv-Qty(PO-Line-IDX) TO PO-Qty-Display
                       DISPLAY PO-Qty-Display         A6
                               PO-Cost-Display"$"
                   END-PERFORM
                   DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
                   Bold-Off
                   DISPLAY " "
            END-PERFORM
            CLOSE POFile
            PERFORM PurchaseProcess.

      *>  Posts one received PO line the same way Add-Stock posts a
      *>  manual fill: a new History-Record at the next history key
      *>  and the quantity added onto Item-Qty. Goods put away off
      *>  the sales floor are also added to that location's stock.
       Post-PO-Receipt.
           OPEN I-O HistoryFile
           IF File-Status = "35"
               OPEN OUTPUT HistoryFile
               CLOSE HistoryFile
               OPEN I-O HistoryFile
           END-IF
           MOVE 0 TO PO-Hist-Max
           MOVE "N" TO PO-EOF
           PERFORM UNTIL PO-EOF = "Y"
               READ HistoryFile NEXT RECORD
               AT END
                   MOVE "Y" TO PO-EOF
               NOT AT END
                   IF History-ID > PO-Hist-Max
                       MOVE History-ID TO PO-Hist-Max
                   END-IF
           END-PERFORM
           ADD 1 TO PO-Hist-Max
           MOVE PO-Hist-Max TO History-ID
           MOVE PO-Hist-Max TO History-Relative-Key
           MOVE PO-Item-ID(PO-Line-IDX) TO History-Item-ID
           MOVE PO-Today TO History-Date
           MOVE PO-Recv-Now TO History-Quantity
           MOVE PO-Cost(PO-Line-IDX) TO History-Unit-Of-Price
           DISPLAY "Batch/Lot Number (or NONE): "
           ACCEPT History-Batch
           DISPLAY "Expiry Date (YYYYMMDD, 0 = none): "
           ACCEPT History-Expiry
           MOVE 0 TO History-Consumed
           MOVE "N" TO History-Quarantine
           MOVE PO-Recv-Loc TO History-Location
           WRITE History-Record
           END-WRITE
           CLOSE HistoryFile
           OPEN I-O ItemFile
           MOVE PO-Item-ID(PO-Line-IDX) TO RelativeKey
           READ ItemFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               IF File-Status = "00"
                   ADD PO-Recv-Now TO Item-Qty
                   GIVING Update-Quantity
                   MOVE Update-Quantity TO Item-Qty
                   REWRITE Item-Record INVALID KEY
                       DISPLAY ESC Red-On
                       "Error: Unable to rewrite record."
                       ESC Reset-Color
                   END-REWRITE
               END-IF
           END-READ
           CLOSE ItemFile
           IF PO-Recv-Loc > 1
               MOVE PO-Item-ID(PO-Line-IDX) TO Loc-Item-ID
               MOVE 0 TO Loc-Item-Total
               PERFORM Load-Item-Loc
               ADD PO-Recv-Now TO Loc-Qty(PO-Recv-Loc)
               PERFORM Save-Item-Loc
           END-IF
      *>  A delivery from the item's usual supplier carries the cost
      *>  that was agreed on the order - keep the terms up to date.
           OPEN I-O ItemSupFile
           IF File-Status = "00"
               MOVE PO-Item-ID(PO-Line-IDX) TO Item-Sup-Relative-Key
               READ ItemSupFile INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Item-Sup-Supplier-ID = PO-Supplier-ID
                      AND PO-Cost(PO-Line-IDX) > 0
                       MOVE PO-Cost(PO-Line-IDX) TO Item-Sup-Last-Cost
                       REWRITE Item-Sup-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to rewrite record."
                           ESC Reset-Color
                       END-REWRITE
                   END-IF
               END-READ
               CLOSE ItemSupFile
           END-IF.

       Receive-PO.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Receive Purchase Order" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           OPEN I-O POFile
           IF File-Status = "35"
               OPEN OUTPUT POFile
               CLOSE POFile
               OPEN I-O POFile
           END-IF
           DISPLAY "Enter PO-ID to Receive: "
           ACCEPT PO-Relative-Key
           READ POFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               IF PO-Status = "Received"
                   DISPLAY ESC Red-On
                   "Error: PO is already fully received."
                   ESC Reset-Color
               ELSE
               IF PO-Status = "Draft" OR PO-Status = "Cancelled"
                   DISPLAY ESC Red-On
                   "Error: PO is " FUNCTION TRIM(PO-Status)
                   " - only an approved order can be received."
                   ESC Reset-Color
               ELSE
                   ACCEPT PO-Today FROM DATE YYYYMMDD
                   PERFORM Load-Locations
                   DISPLAY "Put the delivery away at location:"
                   PERFORM Choose-Location
                   MOVE Loc-Selected TO PO-Recv-Loc
                   PERFORM VARYING PO-Line-IDX FROM 1 BY 1
                       UNTIL PO-Line-IDX > PO-Line-Count
                       OPEN I-O ItemFile
                       MOVE PO-Item-ID(PO-Line-IDX) TO RelativeKey
                       READ ItemFile INVALID KEY
                           MOVE "(deleted item)" TO Input-Item-Name
                       NOT INVALID KEY
                           MOVE Item-Name TO Input-Item-Name
                       END-READ
                       CLOSE ItemFile
                       MOVE PO-Qty(PO-Line-IDX) TO PO-Qty-Display
                       DISPLAY Input-Item-Name
                       " ordered:" PO-Qty-Display
                       WITH NO ADVANCING
                       MOVE PO-Recv-Qty(PO-Line-IDX) TO PO-Qty-Display
                       DISPLAY "  received so far:" PO-Qty-Display
                       IF PO-Recv-Qty(PO-Line-IDX) <
                          PO-Qty(PO-Line-IDX)
                           DISPLAY
                           "Enter Quantity Received (0 = none): "
                           ACCEPT PO-Recv-Now
                           IF PO-Recv-Now > 0
                               PERFORM Post-PO-Receipt
                               ADD PO-Recv-Now
                                   TO PO-Recv-Qty(PO-Line-IDX)
                           END-IF
                       END-IF
                   END-PERFORM

                   MOVE "Y" TO PO-All-Received
                   MOVE "N" TO PO-Any-Short
                   PERFORM VARYING PO-Line-IDX FROM 1 BY 1
                       UNTIL PO-Line-IDX > PO-Line-Count
                       IF PO-Recv-Qty(PO-Line-IDX) <
                          PO-Qty(PO-Line-IDX)
                           MOVE "N" TO PO-All-Received
                           MOVE "Y" TO PO-Any-Short
                           MOVE PO-Item-ID(PO-Line-IDX)
                               TO Item-ID-Display
                           MOVE FUNCTION TRIM(Item-ID-Display)
                               TO String-Format
                           DISPLAY ESC Yellow-On
                           "<<SHORT>> Item " String-Format
                           " is under-delivered." ESC Reset-Color
                       END-IF
                       IF PO-Recv-Qty(PO-Line-IDX) >
                          PO-Qty(PO-Line-IDX)
                           MOVE PO-Item-ID(PO-Line-IDX)
                               TO Item-ID-Display
                           MOVE FUNCTION TRIM(Item-ID-Display)
                               TO String-Format
                           DISPLAY ESC Red-On
                           "<<OVER>> Item " String-Format
                           " is over-delivered." ESC Reset-Color
                       END-IF
                   END-PERFORM
                   IF PO-All-Received = "Y"
                       MOVE "Received" TO PO-Status
                   ELSE
                       MOVE "PartRecv" TO PO-Status
                   END-IF
                   REWRITE PO-Record INVALID KEY
                       DISPLAY ESC Red-On
                       "Error: Unable to rewrite record."
                       ESC Reset-Color
                   END-REWRITE
                   DISPLAY ESC Green-On
                   "Delivery posted. PO status: " PO-Status
                   ESC Reset-Color
               END-IF
               END-IF
           END-READ
           CLOSE POFile
           PERFORM PurchaseProcess.

      *>  What is owed to the supplier named in Sup-Scan-Supplier:
      *>  invoices keyed minus payments made and minus debit notes
      *>  for goods sent back, summed from supinv.dat, suppay.dat and
      *>  rtv.dat. Also tracks the highest relative key of each file
      *>  so new records can be appended. Opens and closes the files
      *>  itself.
       Sum-Supplier-Balance.
           MOVE 0 TO Sup-Balance
           MOVE 0 TO SupInv-Max-Key
           MOVE 0 TO SupPay-Max-Key
           OPEN I-O SupInvFile
           IF File-Status = "35"
               OPEN OUTPUT SupInvFile
               CLOSE SupInvFile
               OPEN I-O SupInvFile
           END-IF
           MOVE "N" TO SupInv-EOF
           PERFORM UNTIL SupInv-EOF = "Y"
               READ SupInvFile NEXT RECORD
               AT END
                   MOVE "Y" TO SupInv-EOF
               NOT AT END
                   IF SupInv-Relative-Key > SupInv-Max-Key
                       MOVE SupInv-Relative-Key TO SupInv-Max-Key
                   END-IF
                   IF SupInv-Supplier-ID = Sup-Scan-Supplier
                       ADD SupInv-Amount TO Sup-Balance
                   END-IF
           END-PERFORM
           CLOSE SupInvFile
           OPEN I-O SupPayFile
           IF File-Status = "35"
               OPEN OUTPUT SupPayFile
               CLOSE SupPayFile
               OPEN I-O SupPayFile
           END-IF
           MOVE "N" TO SupPay-EOF
           PERFORM UNTIL SupPay-EOF = "Y"
               READ SupPayFile NEXT RECORD
               AT END
                   MOVE "Y" TO SupPay-EOF
               NOT AT END
                   IF SupPay-Relative-Key > SupPay-Max-Key
                       MOVE SupPay-Relative-Key TO SupPay-Max-Key
                   END-IF
                   IF SupPay-Supplier-ID = Sup-Scan-Supplier
                       SUBTRACT SupPay-Amount FROM Sup-Balance
                   END-IF
           END-PERFORM
           CLOSE SupPayFile
           MOVE 0 TO RTV-Max-Key
           OPEN I-O VendRetFile
           IF File-Status = "35"
               OPEN OUTPUT VendRetFile
               CLOSE VendRetFile
               OPEN I-O VendRetFile
           END-IF
           MOVE "N" TO RTV-EOF
           PERFORM UNTIL RTV-EOF = "Y"
               READ VendRetFile NEXT RECORD
               AT END
                   MOVE "Y" TO RTV-EOF
               NOT AT END
                   IF RTV-Relative-Key > RTV-Max-Key
                       MOVE RTV-Relative-Key TO RTV-Max-Key
                   END-IF
                   IF RTV-Supplier-ID = Sup-Scan-Supplier
                       SUBTRACT RTV-Credit FROM Sup-Balance
                   END-IF
           END-PERFORM
           CLOSE VendRetFile.

      *>  Keys the paper invoice the driver hands over against a
      *>  Received/PartRecv PO: each received line is matched on
      *>  invoiced quantity against PO-Recv-Qty and invoiced cost
      *>  against PO-Cost, variances are flagged on the spot, and the
      *>  invoice total lands on the supplier's payable balance.
       Enter-Supplier-Invoice.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Enter Supplier Invoice" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           OPEN I-O POFile
           IF File-Status = "35"
               OPEN OUTPUT POFile
               CLOSE POFile
               OPEN I-O POFile
           END-IF
           DISPLAY "Enter PO-ID the invoice is for: "
           ACCEPT PO-Relative-Key
           READ POFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               IF PO-Status NOT = "Received"
                  AND PO-Status NOT = "PartRecv"
                   DISPLAY ESC Red-On
                   "Error: Nothing received on this PO yet."
                   ESC Reset-Color
               ELSE
                   DISPLAY "Enter Supplier's Invoice No: "
                   ACCEPT SupInv-Input-Ref
                   MOVE 0 TO SupInv-Total
                   PERFORM VARYING PO-Line-IDX FROM 1 BY 1
                       UNTIL PO-Line-IDX > PO-Line-Count
                       IF PO-Recv-Qty(PO-Line-IDX) > 0
                           PERFORM Match-Supplier-Invoice-Line
                       END-IF
                   END-PERFORM
                   MOVE SupInv-Total TO Day-Close-Amt-Display
                   MOVE FUNCTION TRIM(Day-Close-Amt-Display)
                       TO String-Format
                   DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
                   Bold-Off
                   DISPLAY "Invoice Total : $" String-Format
                   DISPLAY "Post this invoice?"
                   DISPLAY "1. Confirm"
                   DISPLAY "0. Cancel"
                   DISPLAY "Enter Choose Option:"
                   ACCEPT User-Choice
                   IF User-Choice = "1"
                       MOVE PO-Supplier-ID TO Sup-Scan-Supplier
                       PERFORM Sum-Supplier-Balance
                       OPEN I-O SupInvFile
                       ADD 1 TO SupInv-Max-Key
                       MOVE SupInv-Max-Key TO SupInv-Relative-Key
                       MOVE SupInv-Max-Key TO SupInv-ID
                       MOVE PO-ID TO SupInv-PO-ID
                       MOVE PO-Supplier-ID TO SupInv-Supplier-ID
                       MOVE SupInv-Input-Ref TO SupInv-Ref
                       ACCEPT SupInv-Date FROM DATE YYYYMMDD
                       MOVE SupInv-Total TO SupInv-Amount
                       WRITE SupInv-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to write record."
                           ESC Reset-Color
                       END-WRITE
                       CLOSE SupInvFile
                       MOVE "SUPINV" TO Audit-Action
                       MOVE SupInv-Input-Ref TO Audit-Key
                       MOVE SPACES TO Audit-Old-Value
                       MOVE SupInv-Total TO Audit-New-Display
                       MOVE FUNCTION TRIM(Audit-New-Display)
                           TO Audit-New-Value
                       PERFORM Write-Audit
                       COMPUTE Sup-Balance = Sup-Balance + SupInv-Total
                       MOVE Sup-Balance TO Sup-Balance-Display
                       DISPLAY ESC Green-On
                       "Invoice posted. Supplier balance now: $"
                       Sup-Balance-Display ESC Reset-Color
                   ELSE
                       DISPLAY ESC Yellow-On
                       "Invoice discarded - nothing posted."
                       ESC Reset-Color
                   END-IF
               END-IF
           END-READ
           CLOSE POFile
           PERFORM PurchaseProcess.

      *>  One line of the supplier invoice against the PO line in
      *>  PO-Line-IDX: invoiced quantity vs PO-Recv-Qty, invoiced
      *>  unit cost vs PO-Cost, extending SupInv-Total as it goes.
       Match-Supplier-Invoice-Line.
           OPEN I-O ItemFile
           MOVE PO-Item-ID(PO-Line-IDX) TO RelativeKey
           READ ItemFile INVALID KEY
               MOVE "(deleted item)" TO Input-Item-Name
           NOT INVALID KEY
               MOVE Item-Name TO Input-Item-Name
           END-READ
           CLOSE ItemFile
           MOVE PO-Recv-Qty(PO-Line-IDX) TO PO-Qty-Display
           MOVE PO-Cost(PO-Line-IDX) TO PO-Cost-Display
           DISPLAY Input-Item-Name
           " received:" PO-Qty-Display
           "  PO cost:" PO-Cost-Display "$"
           DISPLAY "Enter Invoiced Quantity: "
           ACCEPT SupInv-Line-Qty
           DISPLAY "Enter Invoiced Unit Cost: "
           ACCEPT SupInv-Line-Cost
           IF SupInv-Line-Qty NOT = PO-Recv-Qty(PO-Line-IDX)
               DISPLAY ESC Yellow-On
               "<<QTY VARIANCE>> invoiced does not match received."
               ESC Reset-Color
           END-IF
           IF SupInv-Line-Cost NOT = PO-Cost(PO-Line-IDX)
               COMPUTE SupInv-Variance =
                   (SupInv-Line-Cost - PO-Cost(PO-Line-IDX))
                   * SupInv-Line-Qty
               MOVE SupInv-Variance TO SupInv-Var-Display
               DISPLAY ESC Red-On
               "<<PRICE VARIANCE>> off the PO cost by $"
               SupInv-Var-Display ESC Reset-Color
           END-IF
           COMPUTE SupInv-Total = SupInv-Total
               + (SupInv-Line-Qty * SupInv-Line-Cost).

       Pay-Supplier.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Pay Supplier" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           OPEN I-O SupplierFile
           IF File-Status = "35"
               OPEN OUTPUT SupplierFile
               CLOSE SupplierFile
               OPEN I-O SupplierFile
           END-IF
           DISPLAY "Enter Supplier-ID: "
           ACCEPT Supplier-Relative-Key
           READ SupplierFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               DISPLAY "Supplier: " Supplier-Name
               MOVE Supplier-ID TO Sup-Scan-Supplier
               PERFORM Sum-Supplier-Balance
               MOVE Sup-Balance TO Sup-Balance-Display
               DISPLAY "Outstanding Balance : $" Sup-Balance-Display
               IF Sup-Balance NOT > 0
                   DISPLAY ESC Yellow-On
                   "Nothing is owed to this supplier." ESC Reset-Color
               ELSE
                   DISPLAY "Enter Payment Amount: "
                   ACCEPT SupPay-Input-Amount
                   IF SupPay-Input-Amount < 1
                      OR SupPay-Input-Amount > Sup-Balance
                       DISPLAY ESC Red-On
                       "Payment must be between 1 and the balance."
                       ESC Reset-Color
                   ELSE
                       DISPLAY "Payment Reference (cheque no etc): "
                       ACCEPT SupInv-Input-Ref
                       OPEN I-O SupPayFile
                       ADD 1 TO SupPay-Max-Key
                       MOVE SupPay-Max-Key TO SupPay-Relative-Key
                       MOVE SupPay-Max-Key TO SupPay-ID
                       MOVE Supplier-ID TO SupPay-Supplier-ID
                       ACCEPT SupPay-Date FROM DATE YYYYMMDD
                       MOVE SupPay-Input-Amount TO SupPay-Amount
                       MOVE SupInv-Input-Ref TO SupPay-Ref
                       WRITE SupPay-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to write record."
                           ESC Reset-Color
                       END-WRITE
                       CLOSE SupPayFile
                       MOVE "SUPPAY" TO Audit-Action
                       MOVE Supplier-ID TO Supplier-ID-Display
                       MOVE FUNCTION TRIM(Supplier-ID-Display)
                           TO Audit-Key
                       MOVE SPACES TO Audit-Old-Value
                       MOVE SupPay-Input-Amount TO Audit-New-Display
                       MOVE FUNCTION TRIM(Audit-New-Display)
                           TO Audit-New-Value
                       PERFORM Write-Audit
                       COMPUTE Sup-Balance =
                           Sup-Balance - SupPay-Input-Amount
                       MOVE Sup-Balance TO Sup-Balance-Display
                       DISPLAY ESC Green-On
                       "Payment recorded. New balance: $"
                       Sup-Balance-Display ESC Reset-Color
                   END-IF
               END-IF
           END-READ
           CLOSE SupplierFile
           DISPLAY " "
           PERFORM PurchaseProcess.

      *>  Every supplier on supplier.dat with what we still owe them -
      *>  invoices keyed minus payments made and debit notes raised.
       Supplier-Owed-Report.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A6 Bold-On "Amounts Owed By Supplier" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY "Supplier-ID"  A2
                   "Name"         A5 A5 A7
                   "Owed"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           MOVE 0 TO Sup-Owed-Total
           OPEN I-O SupplierFile
           IF File-Status = "35"
               OPEN OUTPUT SupplierFile
               CLOSE SupplierFile
               OPEN I-O SupplierFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ SupplierFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE Supplier-ID TO Sup-Scan-Supplier
                   PERFORM Sum-Supplier-Balance
                   ADD Sup-Balance TO Sup-Owed-Total
                   MOVE Supplier-ID TO Supplier-ID-Display
                   MOVE Sup-Balance TO Sup-Balance-Display
                   MOVE FUNCTION TRIM(Supplier-ID-Display)
                       TO String-Format
                   DISPLAY String-Format       A6
                           Supplier-Name       A1
                           Sup-Balance-Display"$"
                           WITH NO ADVANCING
                   IF Sup-Balance > 0
                       DISPLAY A2 ESC Yellow-On "<<Owed>>"
                       ESC Reset-Color
                   ELSE
                       DISPLAY " "
                   END-IF
           END-PERFORM
           CLOSE SupplierFile
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           MOVE Sup-Owed-Total TO Sup-Balance-Display
           DISPLAY "Total Owed : $" Sup-Balance-Display
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           PERFORM PurchaseProcess.

      *>  Return-to-vendor document against a supplier, and where it
      *>  is known against the PO the goods came in on and the
      *>  receipt (History-ID) they were booked into. Every line
      *>  comes out of Item-Qty, the stock location the goods are
      *>  picked from and its batch. Lines the supplier takes back
      *>  go on a return note that travels with the goods and on a
      *>  debit note that reduces what we owe them; lines the
      *>  supplier will not take are written off here under a
      *>  reason code instead. Each line is also logged to
      *>  adjust.dat so the stock ledger and Verify Files see the
      *>  movement.
       Return-To-Vendor.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Return To Vendor" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           ACCEPT RTV-Today FROM DATE YYYYMMDD
           MOVE 0 TO RTV-Work-Count
           MOVE 0 TO RTV-Supplier
           MOVE SPACES TO RTV-Sup-Name
           PERFORM VARYING RTV-Line-IDX FROM 1 BY 1
               UNTIL RTV-Line-IDX > 20
               MOVE 0 TO RTV-Work-Item-ID(RTV-Line-IDX)
               MOVE 0 TO RTV-Work-History-ID(RTV-Line-IDX)
               MOVE 0 TO RTV-Work-Qty(RTV-Line-IDX)
               MOVE 0 TO RTV-Work-Cost(RTV-Line-IDX)
               MOVE SPACES TO RTV-Work-Action(RTV-Line-IDX)
               MOVE SPACES TO RTV-Work-Reason(RTV-Line-IDX)
           END-PERFORM
           MOVE "Y" TO RTV-Line-OK
           DISPLAY "Enter PO-ID the goods came in on (0 = none): "
           ACCEPT RTV-PO
           IF RTV-PO > 0
               OPEN I-O POFile
               IF File-Status = "35"
                   OPEN OUTPUT POFile
                   CLOSE POFile
                   OPEN I-O POFile
               END-IF
               MOVE RTV-PO TO PO-Relative-Key
               READ POFile INVALID KEY
                   DISPLAY ESC Red-On "Error: Record not found."
                   ESC Reset-Color
                   MOVE "N" TO RTV-Line-OK
               NOT INVALID KEY
                   IF PO-Status NOT = "Received"
                      AND PO-Status NOT = "PartRecv"
                       DISPLAY ESC Red-On
                       "Error: Nothing received on this PO yet."
                       ESC Reset-Color
                       MOVE "N" TO RTV-Line-OK
                   ELSE
                       MOVE PO-Supplier-ID TO RTV-Supplier
                   END-IF
               END-READ
               CLOSE POFile
           ELSE
               DISPLAY "Enter Supplier-ID: "
               ACCEPT RTV-Supplier
           END-IF
           IF RTV-Line-OK = "Y"
               OPEN I-O SupplierFile
               IF File-Status = "35"
                   OPEN OUTPUT SupplierFile
                   CLOSE SupplierFile
                   OPEN I-O SupplierFile
               END-IF
               MOVE RTV-Supplier TO Supplier-Relative-Key
               READ SupplierFile INVALID KEY
                   DISPLAY ESC Red-On
                   "Error: Supplier record not found."
                   ESC Reset-Color
                   MOVE "N" TO RTV-Line-OK
               NOT INVALID KEY
                   MOVE Supplier-Name TO RTV-Sup-Name
                   DISPLAY "Supplier: " Supplier-Name
               END-READ
               CLOSE SupplierFile
           END-IF
           IF RTV-Line-OK = "Y"
               PERFORM Load-Locations
               DISPLAY "Take the goods from location:"
               PERFORM Choose-Location
               MOVE Loc-Selected TO RTV-From-Loc
               DISPLAY "Supplier's Return Authorisation No "
                       "(or NONE): "
               ACCEPT RTV-Ref-Input
               MOVE 1 TO RTV-Item-Input
               PERFORM UNTIL RTV-Item-Input = 0
                   IF RTV-Work-Count NOT < 20
                       DISPLAY ESC Yellow-On
                       "A return holds 20 lines - post this one and "
                       "raise another for the rest." ESC Reset-Color
                       MOVE 0 TO RTV-Item-Input
                   ELSE
                       DISPLAY "Enter Item-ID to send back "
                               "(0 = Done): "
                       ACCEPT RTV-Item-Input
                       IF RTV-Item-Input > 0
                           PERFORM RTV-Add-Line
                       END-IF
                   END-IF
               END-PERFORM
               IF RTV-Work-Count = 0
                   DISPLAY ESC Yellow-On
                   "Nothing entered - no return raised."
                   ESC Reset-Color
               ELSE
                   PERFORM RTV-Show-Lines
                   DISPLAY "Post this return?"
                   DISPLAY "1. Confirm"
                   DISPLAY "0. Cancel"
                   DISPLAY "Enter Choose Option:"
                   ACCEPT User-Choice
                   IF User-Choice = "1"
                       PERFORM RTV-Post
                   ELSE
                       DISPLAY ESC Yellow-On
                       "Return discarded - nothing posted."
                       ESC Reset-Color
                   END-IF
               END-IF
           END-IF
           DISPLAY " "
           PERFORM PurchaseProcess.

      *>  One keyed line onto RTV-Work-Table. What can go back is
      *>  capped by the stock that is not reserved on a layaway, by
      *>  what the location it is taken from holds (less the
      *>  reserved units when that is the sales floor, where
      *>  layaways are handed over), by the on-shelf
      *>  share of the chosen receipt, and on a PO by
      *>  what was received on it less what earlier returns against
      *>  the same PO already sent back. The credit defaults to the
      *>  PO cost, else the receipt's cost, else the weighted-average
      *>  cost today.
       RTV-Add-Line.
           MOVE "Y" TO RTV-Line-OK
           MOVE 0 TO RTV-PO-Line
           MOVE 0 TO RTV-Cost
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE RTV-Item-Input TO RelativeKey
           READ ItemFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
               MOVE "N" TO RTV-Line-OK
           NOT INVALID KEY
               MOVE Item-Name TO Input-Item-Name
               MOVE Item-Qty TO RTV-Old-Qty
               DISPLAY "Item: " Item-Name
           END-READ
           CLOSE ItemFile
           IF RTV-Line-OK = "Y"
               MOVE RTV-Item-Input TO Reserve-Item-ID
               MOVE 0 TO Reserve-Skip-ID
               PERFORM Find-Reserved-Qty
               COMPUTE RTV-Limit = RTV-Old-Qty - Reserved-Qty
               MOVE 0 TO RTV-Taken
               PERFORM VARYING RTV-Scan-IDX FROM 1 BY 1
                   UNTIL RTV-Scan-IDX > RTV-Work-Count
                   IF RTV-Work-Item-ID(RTV-Scan-IDX) = RTV-Item-Input
                       ADD RTV-Work-Qty(RTV-Scan-IDX) TO RTV-Taken
                   END-IF
               END-PERFORM
               SUBTRACT RTV-Taken FROM RTV-Limit
               MOVE RTV-Item-Input TO Loc-Item-ID
               MOVE RTV-Old-Qty TO Loc-Item-Total
               PERFORM Load-Item-Loc
               COMPUTE RTV-Loc-Avail =
                   Loc-Qty(RTV-From-Loc) - RTV-Taken
               IF RTV-From-Loc = 1
                   SUBTRACT Reserved-Qty FROM RTV-Loc-Avail
               END-IF
               IF RTV-Loc-Avail < RTV-Limit
                   MOVE RTV-Loc-Avail TO RTV-Limit
               END-IF
               IF Reserved-Qty > 0
                   MOVE Reserved-Qty TO Item-Qty-Display
                   DISPLAY ESC Yellow-On
                   "Reserved on layaway: " Item-Qty-Display
                   ESC Reset-Color
               END-IF
               IF RTV-PO > 0
                   PERFORM RTV-Find-PO-Line
               END-IF
           END-IF
           IF RTV-Line-OK = "Y" AND RTV-Limit < 1
               DISPLAY ESC Red-On
               "Error: No units of this item are free to send back."
               ESC Reset-Color
               MOVE "N" TO RTV-Line-OK
           END-IF
           IF RTV-Line-OK = "Y"
               PERFORM RTV-Pick-Batch
           END-IF
           IF RTV-Line-OK = "Y"
               MOVE RTV-Limit TO RTV-Qty-Display
               DISPLAY "Enter Quantity (up to "
                   FUNCTION TRIM(RTV-Qty-Display) "): "
               ACCEPT RTV-Qty-Input
               IF RTV-Qty-Input < 1 OR RTV-Qty-Input > RTV-Limit
                   DISPLAY ESC Red-On
                   "Error: Quantity is out of range."
                   ESC Reset-Color
                   MOVE "N" TO RTV-Line-OK
               END-IF
           END-IF
           IF RTV-Line-OK = "Y"
               IF RTV-PO-Line = 0 AND RTV-Hist-Input = 0
                   MOVE RTV-Item-Input TO Avg-Cost-Item-ID
                   MOVE RTV-Today TO Avg-Cost-Date
                   PERFORM Find-Average-Cost
                   MOVE Avg-Unit-Cost TO RTV-Cost
               END-IF
               MOVE RTV-Cost TO RTV-Amt-Display
               DISPLAY "Unit Cost      : $"
                   FUNCTION TRIM(RTV-Amt-Display)
               DISPLAY "Enter Unit Cost (0 = keep): "
               ACCEPT RTV-Cost-Input
               IF RTV-Cost-Input > 0
                   MOVE RTV-Cost-Input TO RTV-Cost
               END-IF
               DISPLAY "1. Return to supplier for credit"
               DISPLAY "2. Write off - supplier will not take it back"
               DISPLAY "Enter Choose Option:"
               ACCEPT User-Choice
               IF User-Choice = "2"
                   MOVE "W" TO RTV-Action-Input
                   DISPLAY "Reason (1=Damaged 2=Expired 3=Recall"
                           " 4=Refused 5=Other): "
                   ACCEPT User-Choice
                   EVALUATE User-Choice
                       WHEN "1"
                           MOVE 1 TO RTV-Reason-IDX
                       WHEN "2"
                           MOVE 2 TO RTV-Reason-IDX
                       WHEN "3"
                           MOVE 3 TO RTV-Reason-IDX
                       WHEN "4"
                           MOVE 4 TO RTV-Reason-IDX
                       WHEN OTHER
                           MOVE 5 TO RTV-Reason-IDX
                   END-EVALUATE
                   MOVE RTV-Reason-Code(RTV-Reason-IDX)
                       TO RTV-Reason-Input
               ELSE
                   MOVE "R" TO RTV-Action-Input
                   MOVE "RTV CREDIT" TO RTV-Reason-Input
               END-IF
               ADD 1 TO RTV-Work-Count
               MOVE RTV-Item-Input TO RTV-Work-Item-ID(RTV-Work-Count)
               MOVE RTV-Hist-Input
                   TO RTV-Work-History-ID(RTV-Work-Count)
               MOVE RTV-Qty-Input TO RTV-Work-Qty(RTV-Work-Count)
               MOVE RTV-Cost TO RTV-Work-Cost(RTV-Work-Count)
               MOVE RTV-Action-Input
                   TO RTV-Work-Action(RTV-Work-Count)
               MOVE RTV-Reason-Input
                   TO RTV-Work-Reason(RTV-Work-Count)
               DISPLAY ESC Green-On "Line added." ESC Reset-Color
           END-IF.

      *>  The RTV-PO line carrying RTV-Item-Input: its cost becomes
      *>  the default credit and what it received, less what was
      *>  returned against the PO before, caps RTV-Limit.
       RTV-Find-PO-Line.
           OPEN I-O POFile
           MOVE RTV-PO TO PO-Relative-Key
           READ POFile INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM VARYING PO-Line-IDX FROM 1 BY 1
                   UNTIL PO-Line-IDX > PO-Line-Count
                   IF PO-Item-ID(PO-Line-IDX) = RTV-Item-Input
                      AND RTV-PO-Line = 0
                       MOVE PO-Line-IDX TO RTV-PO-Line
                       MOVE PO-Cost(PO-Line-IDX) TO RTV-Cost
                       MOVE PO-Recv-Qty(PO-Line-IDX)
                           TO RTV-PO-Avail
                   END-IF
               END-PERFORM
           END-READ
           CLOSE POFile
           IF RTV-PO-Line = 0
               DISPLAY ESC Red-On
               "Error: This item is not on the PO."
               ESC Reset-Color
               MOVE "N" TO RTV-Line-OK
           ELSE
               PERFORM RTV-Sum-PO-Returned
               COMPUTE RTV-PO-Avail =
                   RTV-PO-Avail - RTV-Prior - RTV-Taken
               IF RTV-PO-Avail < RTV-Limit
                   MOVE RTV-PO-Avail TO RTV-Limit
               END-IF
           END-IF.

      *>  Units of RTV-Item-Input already sent back against RTV-PO
      *>  on earlier return documents, into RTV-Prior.
       RTV-Sum-PO-Returned.
           MOVE 0 TO RTV-Prior
           OPEN I-O VendRetFile
           IF File-Status = "35"
               OPEN OUTPUT VendRetFile
               CLOSE VendRetFile
               OPEN I-O VendRetFile
           END-IF
           MOVE "N" TO RTV-EOF
           PERFORM UNTIL RTV-EOF = "Y"
               READ VendRetFile NEXT RECORD
               AT END
                   MOVE "Y" TO RTV-EOF
               NOT AT END
                   IF RTV-PO-ID = RTV-PO
                       PERFORM VARYING RTV-Scan-IDX FROM 1 BY 1
                           UNTIL RTV-Scan-IDX > RTV-Line-Count
                           IF RTV-Item-ID(RTV-Scan-IDX)
                                 = RTV-Item-Input
                               ADD RTV-Qty(RTV-Scan-IDX) TO RTV-Prior
                           END-IF
                       END-PERFORM
                   END-IF
           END-PERFORM
           CLOSE VendRetFile.

      *>  Lists the receipts of RTV-Item-Input that still have stock
      *>  on the shelf (quarantined batches included - a recalled
      *>  batch is the usual thing to send back) and takes the one
      *>  the goods come out of into RTV-Hist-Input, 0 for none.
       RTV-Pick-Batch.
           MOVE 0 TO RTV-Hist-Input
           MOVE "N" TO RTV-Found
           OPEN I-O HistoryFile
           IF File-Status = "35"
               OPEN OUTPUT HistoryFile
               CLOSE HistoryFile
               OPEN I-O HistoryFile
           END-IF
           MOVE "N" TO EFC
           PERFORM UNTIL EFC = "Y"
               READ HistoryFile NEXT RECORD
               AT END
                   MOVE "Y" TO EFC
               NOT AT END
                   IF History-Item-ID = RTV-Item-Input
                       PERFORM Set-Receipt-Remaining
                       IF Receipt-Remaining > 0
                           IF RTV-Found = "N"
                               MOVE "Y" TO RTV-Found
                               DISPLAY "History-ID"  A2
                                       "Batch"       A5 A2
                                       "Received"    A2
                                       "Expiry"      A4
                                       "On-Shelf"
                           END-IF
                           MOVE History-ID TO History-ID-Display
                           MOVE History-Date TO History-Date-Display
                           MOVE Receipt-Remaining TO Remain-Display
                           MOVE FUNCTION TRIM(History-ID-Display)
                               TO String-Format
                           DISPLAY String-Format         A2
                                   History-Batch         A2
                                   History-Date-Display  A2
                                   History-Expiry        A2
                                   Remain-Display
                                   WITH NO ADVANCING
                           IF History-Quarantine = "Y"
                               DISPLAY A2 ESC Red-On "<<QUARANTINE>>"
                               ESC Reset-Color
                           ELSE
                               DISPLAY " "
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM
           IF RTV-Found = "Y"
               DISPLAY "Enter History-ID the goods come out of "
                       "(0 = none): "
               ACCEPT RTV-Hist-Input
           END-IF
           IF RTV-Hist-Input > 0
               MOVE RTV-Hist-Input TO History-Relative-Key
               READ HistoryFile INVALID KEY
                   DISPLAY ESC Red-On "Error: Record not found."
                   ESC Reset-Color
                   MOVE "N" TO RTV-Line-OK
               NOT INVALID KEY
                   IF History-Item-ID NOT = RTV-Item-Input
                       DISPLAY ESC Red-On
                       "Error: That receipt is for another item."
                       ESC Reset-Color
                       MOVE "N" TO RTV-Line-OK
                   ELSE
                       PERFORM Set-Receipt-Remaining
                       MOVE 0 TO RTV-Batch-Taken
                       PERFORM VARYING RTV-Scan-IDX FROM 1 BY 1
                           UNTIL RTV-Scan-IDX > RTV-Work-Count
                           IF RTV-Work-History-ID(RTV-Scan-IDX)
                                 = RTV-Hist-Input
                               ADD RTV-Work-Qty(RTV-Scan-IDX)
                                   TO RTV-Batch-Taken
                           END-IF
                       END-PERFORM
                       IF Receipt-Remaining - RTV-Batch-Taken
                          < RTV-Limit
                           COMPUTE RTV-Limit =
                               Receipt-Remaining - RTV-Batch-Taken
                       END-IF
                       IF RTV-PO-Line = 0
                           MOVE History-Unit-Of-Price TO RTV-Cost
                       END-IF
                       IF RTV-Limit < 1
                           DISPLAY ESC Red-On
                           "Error: Nothing left on that receipt."
                           ESC Reset-Color
                           MOVE "N" TO RTV-Line-OK
                       END-IF
                   END-IF
               END-READ
           END-IF
           CLOSE HistoryFile.

      *>  The lines keyed so far with what each is worth, and the
      *>  debit note and write-off totals.
       RTV-Show-Lines.
           MOVE 0 TO RTV-Credit-Total
           MOVE 0 TO RTV-Writeoff-Total
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY "Item Name"       A10 A3
                   "Qty"             A2
                   " Unit Cost"      A2
                   "     Value"      A2
                   "Action"
           OPEN I-O ItemFile
           PERFORM VARYING RTV-Line-IDX FROM 1 BY 1
               UNTIL RTV-Line-IDX > RTV-Work-Count
               MOVE SPACES TO Input-Item-Name
               MOVE RTV-Work-Item-ID(RTV-Line-IDX) TO RelativeKey
               READ ItemFile INVALID KEY
                   MOVE "(deleted item)" TO Input-Item-Name
               NOT INVALID KEY
                   MOVE Item-Name TO Input-Item-Name
               END-READ
               COMPUTE RTV-Line-Value = RTV-Work-Qty(RTV-Line-IDX)
                   * RTV-Work-Cost(RTV-Line-IDX)
               IF RTV-Work-Action(RTV-Line-IDX) = "R"
                   ADD RTV-Line-Value TO RTV-Credit-Total
               ELSE
                   ADD RTV-Line-Value TO RTV-Writeoff-Total
               END-IF
               MOVE RTV-Work-Qty(RTV-Line-IDX) TO Item-Qty-Display
               MOVE RTV-Work-Cost(RTV-Line-IDX) TO RTV-Amt-Display
               MOVE RTV-Line-Value TO Day-Close-Amt-Display
               DISPLAY Input-Item-Name         A2
                       Item-Qty-Display        A2
                       RTV-Amt-Display         A2
                       Day-Close-Amt-Display   A2
                       RTV-Work-Reason(RTV-Line-IDX)
           END-PERFORM
           CLOSE ItemFile
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           MOVE RTV-Credit-Total TO RTV-Amt-Display
           DISPLAY "Debit Note     : $" FUNCTION TRIM(RTV-Amt-Display)
           MOVE RTV-Writeoff-Total TO RTV-Amt-Display
           DISPLAY "Written Off    : $" FUNCTION TRIM(RTV-Amt-Display).

      *>  Posts the return: each line comes out of Item-Qty and its
      *>  batch (the chosen receipt, else earliest expiry first as
      *>  at checkout) and is logged to adjust.dat; then the document
      *>  with its debit note is written to rtv.dat and the return
      *>  note printed for the goods. A line whose stock has gone
      *>  since it was keyed is dropped rather than driven negative.
       RTV-Post.
           OPEN I-O AdjustFile
           IF File-Status = "35"
               OPEN OUTPUT AdjustFile
               CLOSE AdjustFile
               OPEN I-O AdjustFile
           END-IF
           MOVE 0 TO Adjust-Max-Key
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ AdjustFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF Adjust-Relative-Key > Adjust-Max-Key
                       MOVE Adjust-Relative-Key TO Adjust-Max-Key
                   END-IF
           END-PERFORM
           PERFORM VARYING RTV-Line-IDX FROM 1 BY 1
               UNTIL RTV-Line-IDX > RTV-Work-Count
               PERFORM RTV-Post-Line
           END-PERFORM
           CLOSE AdjustFile

           MOVE 0 TO RTV-Credit-Total
           MOVE 0 TO RTV-Writeoff-Total
           PERFORM VARYING RTV-Line-IDX FROM 1 BY 1
               UNTIL RTV-Line-IDX > RTV-Work-Count
               COMPUTE RTV-Line-Value = RTV-Work-Qty(RTV-Line-IDX)
                   * RTV-Work-Cost(RTV-Line-IDX)
               IF RTV-Work-Action(RTV-Line-IDX) = "R"
                   ADD RTV-Line-Value TO RTV-Credit-Total
               ELSE
                   ADD RTV-Line-Value TO RTV-Writeoff-Total
               END-IF
           END-PERFORM

           MOVE RTV-Supplier TO Sup-Scan-Supplier
           PERFORM Sum-Supplier-Balance
           OPEN I-O VendRetFile
           ADD 1 TO RTV-Max-Key
           MOVE RTV-Max-Key TO RTV-Relative-Key
           MOVE RTV-Max-Key TO RTV-ID
           MOVE RTV-Supplier TO RTV-Supplier-ID
           MOVE RTV-PO TO RTV-PO-ID
           MOVE RTV-Today TO RTV-Date
           MOVE Input-ID TO RTV-User-ID
           MOVE RTV-Ref-Input TO RTV-Supplier-Ref
           MOVE RTV-Credit-Total TO RTV-Credit
           MOVE RTV-Writeoff-Total TO RTV-Writeoff
           MOVE RTV-Work-Count TO RTV-Line-Count
           MOVE RTV-From-Loc TO RTV-Location
           PERFORM VARYING RTV-Line-IDX FROM 1 BY 1
               UNTIL RTV-Line-IDX > 20
               MOVE RTV-Work-Item-ID(RTV-Line-IDX)
                   TO RTV-Item-ID(RTV-Line-IDX)
               MOVE RTV-Work-History-ID(RTV-Line-IDX)
                   TO RTV-History-ID(RTV-Line-IDX)
               MOVE RTV-Work-Qty(RTV-Line-IDX)
                   TO RTV-Qty(RTV-Line-IDX)
               MOVE RTV-Work-Cost(RTV-Line-IDX)
                   TO RTV-Unit-Cost(RTV-Line-IDX)
               MOVE RTV-Work-Action(RTV-Line-IDX)
                   TO RTV-Action(RTV-Line-IDX)
               MOVE RTV-Work-Reason(RTV-Line-IDX)
                   TO RTV-Reason(RTV-Line-IDX)
           END-PERFORM
           WRITE RTV-Record INVALID KEY
               DISPLAY ESC Red-On "Error: Unable to write record."
               ESC Reset-Color
           END-WRITE
           CLOSE VendRetFile
           MOVE RTV-Max-Key TO RTV-ID-Display
           IF RTV-Credit-Total > 0
               MOVE "RTV-CREDIT" TO Audit-Action
               MOVE FUNCTION TRIM(RTV-ID-Display) TO Audit-Key
               MOVE SPACES TO Audit-Old-Value
               MOVE RTV-Credit-Total TO Audit-New-Display
               MOVE FUNCTION TRIM(Audit-New-Display)
                   TO Audit-New-Value
               PERFORM Write-Audit
               PERFORM RTV-Print-Note
           END-IF
           IF RTV-Writeoff-Total > 0
               MOVE "RTV-WOFF" TO Audit-Action
               MOVE FUNCTION TRIM(RTV-ID-Display) TO Audit-Key
               MOVE SPACES TO Audit-Old-Value
               MOVE RTV-Writeoff-Total TO Audit-New-Display
               MOVE FUNCTION TRIM(Audit-New-Display)
                   TO Audit-New-Value
               PERFORM Write-Audit
           END-IF
           COMPUTE Sup-Balance = Sup-Balance - RTV-Credit-Total
           MOVE Sup-Balance TO Sup-Balance-Display
           DISPLAY ESC Green-On
           "Return #" FUNCTION TRIM(RTV-ID-Display)
           " posted. Supplier balance now: $"
           FUNCTION TRIM(Sup-Balance-Display) ESC Reset-Color.

      *>  Takes line RTV-Line-IDX out of stock and logs it to the
      *>  open adjust.dat.
       RTV-Post-Line.
           MOVE "N" TO RTV-Line-OK
           PERFORM Open-Item-IO-Retry
           IF Item-Opened = "Y"
               MOVE RTV-Work-Item-ID(RTV-Line-IDX) TO RelativeKey
               READ ItemFile INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RTV-Work-Item-ID(RTV-Line-IDX) TO Loc-Item-ID
                   MOVE Item-Qty TO Loc-Item-Total
                   PERFORM Load-Item-Loc
                   IF Item-Qty NOT < RTV-Work-Qty(RTV-Line-IDX)
                      AND Loc-Qty(RTV-From-Loc)
                          NOT < RTV-Work-Qty(RTV-Line-IDX)
                       MOVE Loc-Qty(RTV-From-Loc) TO RTV-Old-Qty
                       SUBTRACT RTV-Work-Qty(RTV-Line-IDX)
                           FROM Item-Qty
                       REWRITE Item-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to rewrite record."
                           ESC Reset-Color
                       NOT INVALID KEY
                           MOVE "Y" TO RTV-Line-OK
                       END-REWRITE
                   END-IF
               END-READ
               CLOSE ItemFile
           END-IF
           IF RTV-Line-OK NOT = "Y"
               MOVE RTV-Work-Item-ID(RTV-Line-IDX) TO Item-ID-Display
               DISPLAY ESC Red-On
               "Item " FUNCTION TRIM(Item-ID-Display)
               " no longer has the stock - line dropped."
               ESC Reset-Color
               MOVE 0 TO RTV-Work-Qty(RTV-Line-IDX)
           ELSE
               IF RTV-From-Loc > 1
                   SUBTRACT RTV-Work-Qty(RTV-Line-IDX)
                       FROM Loc-Qty(RTV-From-Loc)
                   PERFORM Save-Item-Loc
               END-IF
               MOVE RTV-Work-Item-ID(RTV-Line-IDX) TO FEFO-Item-ID
               MOVE RTV-Work-Qty(RTV-Line-IDX) TO FEFO-Qty
               IF RTV-Work-History-ID(RTV-Line-IDX) > 0
                   PERFORM Seed-Before-Consume
                   OPEN I-O HistoryFile
                   MOVE RTV-Work-History-ID(RTV-Line-IDX)
                       TO History-Relative-Key
                   READ HistoryFile INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF History-Consumed NOT NUMERIC
                           MOVE 0 TO History-Consumed
                       END-IF
                       ADD RTV-Work-Qty(RTV-Line-IDX)
                           TO History-Consumed
                       REWRITE History-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to rewrite record."
                           ESC Reset-Color
                       END-REWRITE
                   END-READ
                   CLOSE HistoryFile
               ELSE
                   PERFORM Consume-Item-Batches
               END-IF
               ADD 1 TO Adjust-Max-Key
               MOVE Adjust-Max-Key TO Adjust-Relative-Key
               MOVE Adjust-Max-Key TO Adjust-ID
               MOVE RTV-Work-Item-ID(RTV-Line-IDX) TO Adjust-Item-ID
               MOVE RTV-Today TO Adjust-Date
               MOVE RTV-Old-Qty TO Adjust-Old-Qty
               COMPUTE Adjust-New-Qty =
                   RTV-Old-Qty - RTV-Work-Qty(RTV-Line-IDX)
               COMPUTE Adjust-Variance =
                   0 - RTV-Work-Qty(RTV-Line-IDX)
               MOVE RTV-Work-Cost(RTV-Line-IDX) TO Adjust-Unit-Cost
               MOVE RTV-Work-Reason(RTV-Line-IDX) TO Adjust-Reason
               MOVE RTV-From-Loc TO Adjust-Location
               WRITE Adjust-Record INVALID KEY
                   DISPLAY ESC Red-On
                   "Error: Unable to write record."
                   ESC Reset-Color
               END-WRITE
           END-IF.

      *>  Return note and debit note for the lines going back on the
      *>  return just written, to send with the goods:
      *>  rtv_<id>.txt.
       RTV-Print-Note.
           MOVE SPACES TO WS-Receipt-Path
           STRING "rtv_" DELIMITED BY SIZE
               FUNCTION TRIM(RTV-ID-Display) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-Receipt-Path
           OPEN OUTPUT ReceiptFile
           MOVE SPACES TO Receipt-Line
           STRING "RETURN TO VENDOR / DEBIT NOTE #" DELIMITED BY SIZE
               FUNCTION TRIM(RTV-ID-Display) DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           STRING "Supplier  : " DELIMITED BY SIZE
               RTV-Sup-Name DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           STRING "Date      : " DELIMITED BY SIZE
               RTV-Today DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           STRING "Pick from : " DELIMITED BY SIZE
               Loc-Name(RTV-From-Loc) DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           IF RTV-PO > 0
               MOVE RTV-PO TO PO-ID-Display
               STRING "Our PO    : " DELIMITED BY SIZE
                   FUNCTION TRIM(PO-ID-Display) DELIMITED BY SIZE
                   INTO Receipt-Line
           ELSE
               MOVE "Our PO    : none" TO Receipt-Line
           END-IF
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           STRING "Your RA No: " DELIMITED BY SIZE
               RTV-Ref-Input DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           WRITE Receipt-Line
           MOVE "Item Name             Batch        Qty   Unit-Cost"
               TO Receipt-Line
           MOVE "Value" TO Receipt-Line(60:5)
           WRITE Receipt-Line
           OPEN I-O ItemFile
           OPEN I-O HistoryFile
           PERFORM VARYING RTV-Line-IDX FROM 1 BY 1
               UNTIL RTV-Line-IDX > RTV-Work-Count
               IF RTV-Work-Action(RTV-Line-IDX) = "R"
                  AND RTV-Work-Qty(RTV-Line-IDX) > 0
                   PERFORM RTV-Print-Note-Line
               END-IF
           END-PERFORM
           CLOSE HistoryFile
           CLOSE ItemFile
           MOVE SPACES TO Receipt-Line
           WRITE Receipt-Line
           MOVE RTV-Credit-Total TO RTV-Amt-Display
           MOVE SPACES TO Receipt-Line
           STRING "Debit Note Total : $" DELIMITED BY SIZE
               FUNCTION TRIM(RTV-Amt-Display) DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE "Please credit our account with the amount above."
               TO Receipt-Line
           WRITE Receipt-Line
           CLOSE ReceiptFile
           DISPLAY ESC Green-On
           "Return note saved to file: " FUNCTION TRIM(WS-Receipt-Path)
           ESC Reset-Color.

       RTV-Print-Note-Line.
           MOVE SPACES TO Input-Item-Name
           MOVE RTV-Work-Item-ID(RTV-Line-IDX) TO RelativeKey
           READ ItemFile INVALID KEY
               MOVE "(deleted item)" TO Input-Item-Name
           NOT INVALID KEY
               MOVE Item-Name TO Input-Item-Name
           END-READ
           MOVE SPACES TO RTV-Batch-Code
           IF RTV-Work-History-ID(RTV-Line-IDX) > 0
               MOVE RTV-Work-History-ID(RTV-Line-IDX)
                   TO History-Relative-Key
               READ HistoryFile INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE History-Batch TO RTV-Batch-Code
               END-READ
           END-IF
           COMPUTE RTV-Line-Value = RTV-Work-Qty(RTV-Line-IDX)
               * RTV-Work-Cost(RTV-Line-IDX)
           MOVE RTV-Work-Qty(RTV-Line-IDX) TO Item-Qty-Display
           MOVE RTV-Work-Cost(RTV-Line-IDX) TO RTV-Amt-Display
           MOVE RTV-Line-Value TO Day-Close-Amt-Display
           MOVE SPACES TO Receipt-Line
           STRING Input-Item-Name DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RTV-Batch-Code DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Item-Qty-Display DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RTV-Amt-Display DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Day-Close-Amt-Display DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line.

      *>  Supplier returns and write-offs for a date range: every
      *>  return document with its lines, then the goods sent back
      *>  for credit (the debit notes raised) and the write-offs
      *>  totalled by reason code.
       Vendor-Return-Report.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A6 Bold-On "Vendor Returns And Write-Offs"
           Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           MOVE "N" TO SS
           PERFORM UNTIL SS = "Y"
               DISPLAY "Enter Start Date (YYYYMMDD): "
               ACCEPT RTV-Start
               DISPLAY "Enter End Date (YYYYMMDD): "
               ACCEPT RTV-End
               IF RTV-Start < 19000101
                  OR RTV-End < 19000101
                   DISPLAY ESC Red-On
                   "Dates must be YYYYMMDD." ESC Reset-Color
               ELSE
               IF RTV-Start > RTV-End
                   DISPLAY ESC Red-On
                   " Error: Start Date cannot be after End Date. "
                   ESC Reset-Color
               ELSE
                   MOVE "Y" TO SS
               END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO RTV-Doc-Count
           MOVE 0 TO RTV-Rep-Credit
           MOVE 0 TO RTV-Rep-Writeoff
           MOVE 0 TO RTV-Rep-Ret-Qty
           PERFORM VARYING RTV-Reason-IDX FROM 1 BY 1
               UNTIL RTV-Reason-IDX > 5
               MOVE 0 TO RTV-Reason-Qty(RTV-Reason-IDX)
               MOVE 0 TO RTV-Reason-Value(RTV-Reason-IDX)
           END-PERFORM
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY "Return"       A5
                   "Date"         A6
                   "Supplier"     A10 A3
                   A3 "PO"        A1
                   "Debit Note"   A2
                   "Written Off"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           OPEN I-O VendRetFile
           IF File-Status = "35"
               OPEN OUTPUT VendRetFile
               CLOSE VendRetFile
               OPEN I-O VendRetFile
           END-IF
           OPEN I-O SupplierFile
           IF File-Status = "35"
               OPEN OUTPUT SupplierFile
               CLOSE SupplierFile
               OPEN I-O SupplierFile
           END-IF
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE "N" TO RTV-EOF
           PERFORM UNTIL RTV-EOF = "Y"
               READ VendRetFile NEXT RECORD
               AT END
                   MOVE "Y" TO RTV-EOF
               NOT AT END
                   IF RTV-Date >= RTV-Start
                      AND RTV-Date <= RTV-End
                       PERFORM Show-Vendor-Return
                   END-IF
           END-PERFORM
           CLOSE ItemFile
           CLOSE SupplierFile
           CLOSE VendRetFile
           IF RTV-Doc-Count = 0
               DISPLAY ESC Yellow-On
               "No supplier returns in that period." ESC Reset-Color
           END-IF
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           MOVE RTV-Doc-Count TO RTV-Qty-Display
           DISPLAY "Return Documents        : " RTV-Qty-Display
           MOVE RTV-Rep-Ret-Qty TO RTV-Qty-Display
           MOVE RTV-Rep-Credit TO RTV-Tot-Display
           DISPLAY "Returned For Credit     : " RTV-Qty-Display
                   " units  $" RTV-Tot-Display
           DISPLAY "Written Off By Reason   :"
           PERFORM VARYING RTV-Reason-IDX FROM 1 BY 1
               UNTIL RTV-Reason-IDX > 5
               MOVE RTV-Reason-Qty(RTV-Reason-IDX) TO RTV-Qty-Display
               MOVE RTV-Reason-Value(RTV-Reason-IDX)
                   TO RTV-Tot-Display
               DISPLAY "  " RTV-Reason-Code(RTV-Reason-IDX)
                       "            : " RTV-Qty-Display
                       " units  $" RTV-Tot-Display
           END-PERFORM
           MOVE RTV-Rep-Writeoff TO RTV-Tot-Display
           DISPLAY "Total Written Off       : "
                   "               $" RTV-Tot-Display
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           PERFORM PurchaseProcess.

      *>  One return document in the RTV-Record buffer: its header
      *>  line, its lines, and its amounts added to the totals.
       Show-Vendor-Return.
           ADD 1 TO RTV-Doc-Count
           ADD RTV-Credit TO RTV-Rep-Credit
           ADD RTV-Writeoff TO RTV-Rep-Writeoff
           MOVE RTV-Supplier-ID TO Supplier-Relative-Key
           READ SupplierFile INVALID KEY
               MOVE "(unknown)" TO RTV-Sup-Name
           NOT INVALID KEY
               MOVE Supplier-Name TO RTV-Sup-Name
           END-READ
           MOVE RTV-ID TO RTV-ID-Display
           MOVE FUNCTION TRIM(RTV-ID-Display) TO String-Format
           MOVE RTV-PO-ID TO PO-ID-Display
           MOVE RTV-Credit TO RTV-Amt-Display
           DISPLAY String-Format      A1
                   RTV-Date           A2
                   RTV-Sup-Name       A1
                   PO-ID-Display      A1
                   RTV-Amt-Display    A2
                   WITH NO ADVANCING
           MOVE RTV-Writeoff TO RTV-Amt-Display
           DISPLAY RTV-Amt-Display
           PERFORM VARYING RTV-Scan-IDX FROM 1 BY 1
               UNTIL RTV-Scan-IDX > RTV-Line-Count
               IF RTV-Qty(RTV-Scan-IDX) > 0
                   PERFORM Show-Vendor-Return-Line
               END-IF
           END-PERFORM.

       Show-Vendor-Return-Line.
           MOVE SPACES TO Input-Item-Name
           MOVE RTV-Item-ID(RTV-Scan-IDX) TO RelativeKey
           READ ItemFile INVALID KEY
               MOVE "(deleted item)" TO Input-Item-Name
           NOT INVALID KEY
               MOVE Item-Name TO Input-Item-Name
           END-READ
           COMPUTE RTV-Line-Value =
               RTV-Qty(RTV-Scan-IDX) * RTV-Unit-Cost(RTV-Scan-IDX)
           IF RTV-Action(RTV-Scan-IDX) = "R"
               ADD RTV-Qty(RTV-Scan-IDX) TO RTV-Rep-Ret-Qty
           ELSE
               PERFORM VARYING RTV-Reason-IDX FROM 1 BY 1
                   UNTIL RTV-Reason-IDX > 5
                   IF RTV-Reason-Code(RTV-Reason-IDX)
                         = RTV-Reason(RTV-Scan-IDX)
                       ADD RTV-Qty(RTV-Scan-IDX)
                           TO RTV-Reason-Qty(RTV-Reason-IDX)
                       ADD RTV-Line-Value
                           TO RTV-Reason-Value(RTV-Reason-IDX)
                   END-IF
               END-PERFORM
           END-IF
           MOVE RTV-Qty(RTV-Scan-IDX) TO Item-Qty-Display
           MOVE RTV-Line-Value TO RTV-Amt-Display
           DISPLAY A2 Input-Item-Name   A1
                   Item-Qty-Display     A1
                   RTV-Amt-Display"$"   A1
                   RTV-Reason(RTV-Scan-IDX).

      *>  Stock held at the sales floor, the back room and the
      *>  storerooms: stock by location, transfers between locations
      *>  with their pick lists, the shelf refill report, the
      *>  per-item shelf minimum and the location names.
       Location-Menu.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Stock Locations" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY a b "1. Stock By Location"
           DISPLAY a b "2. Transfer Stock"
           DISPLAY a b "3. View Transfers"
           DISPLAY a b "4. Refill Shelf Report"
           DISPLAY a b "5. Set Shelf Minimum"
           DISPLAY a b "6. Locations"
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY Bold-On "0. Back" Bold-Off
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY "Enter Choose Option:"
           ACCEPT User-Choice
           EVALUATE User-Choice
               WHEN "1"
                   PERFORM Stock-By-Location
               WHEN "2"
                   PERFORM Transfer-Stock
               WHEN "3"
                   PERFORM View-Transfers
               WHEN "4"
                   PERFORM Refill-Shelf-Report
               WHEN "5"
                   PERFORM Set-Shelf-Minimum
               WHEN "6"
                   PERFORM Maintain-Locations
               WHEN "0"
                   PERFORM StockProcess
               WHEN OTHER
                   DISPLAY "Please choose only (1,2,3,4,5,6,0) "
                   PERFORM Location-Menu
           END-EVALUATE.

      *>  Location names into Loc-Table and the highest location in
      *>  use into Loc-Count. On first use location.dat is created
      *>  with the sales floor, the back room and the second
      *>  storeroom.
       Load-Locations.
           MOVE SPACES TO Loc-Table
           MOVE 0 TO Loc-Count
           OPEN I-O LocationFile
           IF File-Status = "35"
               OPEN OUTPUT LocationFile
               CLOSE LocationFile
               OPEN I-O LocationFile
           END-IF
           MOVE "N" TO Loc-EOF
           PERFORM UNTIL Loc-EOF = "Y"
               READ LocationFile NEXT RECORD
               AT END
                   MOVE "Y" TO Loc-EOF
               NOT AT END
                   IF Location-ID NUMERIC AND Location-ID > 0
                       MOVE Location-Name TO Loc-Name(Location-ID)
                       IF Location-ID > Loc-Count
                           MOVE Location-ID TO Loc-Count
                       END-IF
                   END-IF
           END-PERFORM
           IF Loc-Count = 0
               MOVE "Sales Floor" TO Loc-Name(1)
               MOVE "Back Room" TO Loc-Name(2)
               MOVE "Storeroom 2" TO Loc-Name(3)
               MOVE 3 TO Loc-Count
               PERFORM VARYING Loc-IDX FROM 1 BY 1
                   UNTIL Loc-IDX > Loc-Count
                   MOVE Loc-IDX TO Location-ID
                   MOVE Loc-IDX TO Location-Relative-Key
                   MOVE Loc-Name(Loc-IDX) TO Location-Name
                   WRITE Location-Record INVALID KEY
                       DISPLAY ESC Red-On
                       "Error: Unable to write record."
                       ESC Reset-Color
                   END-WRITE
               END-PERFORM
           END-IF
           CLOSE LocationFile.

      *>  Lists the locations in Loc-Table.
       Show-Locations.
           PERFORM VARYING Loc-IDX FROM 1 BY 1 UNTIL Loc-IDX > Loc-Count
               MOVE Loc-IDX TO Loc-ID-Display
               DISPLAY a b Loc-ID-Display ". " Loc-Name(Loc-IDX)
           END-PERFORM.

      *>  Takes a location from the list into Loc-Selected, asking
      *>  again until one on file is keyed. Load-Locations must have
      *>  run.
       Choose-Location.
           MOVE "N" TO Loc-Valid
           PERFORM UNTIL Loc-Valid = "Y"
               PERFORM Show-Locations
               DISPLAY "Enter Location: "
               ACCEPT Loc-Selected
               IF Loc-Selected > 0 AND Loc-Selected NOT > Loc-Count
                   MOVE "Y" TO Loc-Valid
               ELSE
                   DISPLAY ESC Red-On
                   "Please choose a location from the list."
                   ESC Reset-Color
               END-IF
           END-PERFORM.

      *>  Stock of Loc-Item-ID at every location into Loc-Work, the
      *>  sales floor being what of Loc-Item-Total (its Item-Qty)
      *>  the other locations do not hold. Should they ever hold
      *>  more than that the floor shows nothing and Loc-Floor-Short
      *>  is set. Loc-Refill-Flag is set when the floor is below its
      *>  shelf minimum, or bare while there is stock in the back.
       Load-Item-Loc.
           MOVE 0 TO Loc-Shelf-Min
           PERFORM VARYING Loc-IDX FROM 1 BY 1 UNTIL Loc-IDX > 9
               MOVE 0 TO Loc-Qty(Loc-IDX)
           END-PERFORM
           OPEN INPUT ItemLocFile
           IF File-Status = "00"
               MOVE Loc-Item-ID TO ItemLoc-Relative-Key
               READ ItemLocFile INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ItemLoc-Shelf-Min NUMERIC
                       MOVE ItemLoc-Shelf-Min TO Loc-Shelf-Min
                   END-IF
                   PERFORM VARYING Loc-IDX FROM 2 BY 1
                       UNTIL Loc-IDX > 9
                       IF ItemLoc-Qty(Loc-IDX) NUMERIC
                           MOVE ItemLoc-Qty(Loc-IDX)
                               TO Loc-Qty(Loc-IDX)
                       END-IF
                   END-PERFORM
               END-READ
               CLOSE ItemLocFile
           END-IF
           MOVE 0 TO Loc-Back-Total
           PERFORM VARYING Loc-IDX FROM 2 BY 1 UNTIL Loc-IDX > 9
               ADD Loc-Qty(Loc-IDX) TO Loc-Back-Total
           END-PERFORM
           IF Loc-Back-Total > Loc-Item-Total
               MOVE 0 TO Loc-Floor-Qty
               MOVE "Y" TO Loc-Floor-Short
           ELSE
               COMPUTE Loc-Floor-Qty = Loc-Item-Total - Loc-Back-Total
               MOVE "N" TO Loc-Floor-Short
           END-IF
           MOVE Loc-Floor-Qty TO Loc-Qty(1)
           MOVE "N" TO Loc-Refill-Flag
           IF Loc-Floor-Qty < Loc-Shelf-Min
              OR (Loc-Floor-Qty = 0 AND Loc-Back-Total > 0)
               MOVE "Y" TO Loc-Refill-Flag
           END-IF.

      *>  Writes the shelf minimum and the off-floor stock in
      *>  Loc-Work back to itemloc.dat for Loc-Item-ID.
       Save-Item-Loc.
           OPEN I-O ItemLocFile
           IF File-Status = "35"
               OPEN OUTPUT ItemLocFile
               CLOSE ItemLocFile
               OPEN I-O ItemLocFile
           END-IF
           MOVE Loc-Item-ID TO ItemLoc-Relative-Key
           READ ItemLocFile INVALID KEY
               MOVE "N" TO Loc-On-File
           NOT INVALID KEY
               MOVE "Y" TO Loc-On-File
           END-READ
           MOVE Loc-Item-ID TO ItemLoc-Item-ID
           MOVE Loc-Shelf-Min TO ItemLoc-Shelf-Min
           MOVE 0 TO ItemLoc-Qty(1)
           PERFORM VARYING Loc-IDX FROM 2 BY 1 UNTIL Loc-IDX > 9
               MOVE Loc-Qty(Loc-IDX) TO ItemLoc-Qty(Loc-IDX)
           END-PERFORM
           IF Loc-On-File = "Y"
               REWRITE ItemLoc-Record INVALID KEY
                   DISPLAY ESC Red-On
                   "Error: Unable to rewrite record." ESC Reset-Color
               END-REWRITE
           ELSE
               WRITE ItemLoc-Record INVALID KEY
                   DISPLAY ESC Red-On
                   "Error: Unable to write record." ESC Reset-Color
               END-WRITE
           END-IF
           CLOSE ItemLocFile.

      *>  Every item with its stock at each location, the shop total
      *>  and its shelf minimum.
       Stock-By-Location.
           PERFORM Load-Locations
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Stock By Location" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           PERFORM Show-Locations
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           MOVE SPACES TO Loc-Stock-Line
           MOVE 1 TO Loc-Stock-Ptr
           PERFORM VARYING Loc-IDX FROM 1 BY 1 UNTIL Loc-IDX > Loc-Count
               MOVE Loc-IDX TO Loc-ID-Display
               STRING "  L" DELIMITED BY SIZE
                   Loc-ID-Display DELIMITED BY SIZE
                   INTO Loc-Stock-Line WITH POINTER Loc-Stock-Ptr
           END-PERFORM
           DISPLAY "Item-ID"  A5
                   "Name"     A5 A5 A6
                   Loc-Stock-Line(1:Loc-Stock-Ptr)
                   "Total"    A1
                   "Min"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ ItemFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE Item-ID TO Loc-Item-ID
                   MOVE Item-Qty TO Loc-Item-Total
                   PERFORM Load-Item-Loc
                   MOVE SPACES TO Loc-Stock-Line
                   MOVE 1 TO Loc-Stock-Ptr
                   PERFORM VARYING Loc-IDX FROM 1 BY 1
                       UNTIL Loc-IDX > Loc-Count
                       MOVE Loc-Qty(Loc-IDX) TO Loc-Qty-Display
                       STRING " " DELIMITED BY SIZE
                           Loc-Qty-Display DELIMITED BY SIZE
                           INTO Loc-Stock-Line
                           WITH POINTER Loc-Stock-Ptr
                   END-PERFORM
                   MOVE Item-ID TO Item-ID-Display
                   MOVE FUNCTION TRIM(Item-ID-Display)
                       TO String-Format
                   MOVE Item-Qty TO Item-Qty-Display
                   MOVE Loc-Shelf-Min TO Loc-Qty-Display
                   DISPLAY String-Format       A2
                           Item-Name           A1
                           Loc-Stock-Line(1:Loc-Stock-Ptr)
                           A1 Item-Qty-Display A2
                           Loc-Qty-Display
                   IF Loc-Floor-Short = "Y"
                       DISPLAY ESC Red-On
                       "  <<Locations hold more than the item's "
                       "quantity - count the sales floor>>"
                       ESC Reset-Color
                   END-IF
           END-PERFORM
           CLOSE ItemFile
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           PERFORM Location-Menu.

      *>  Transfer document moving stock from one location to
      *>  another. Posted as soon as it is confirmed - the pick list
      *>  it prints goes with whoever moves the goods.
       Transfer-Stock.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Stock Transfer" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           PERFORM Load-Locations
           ACCEPT Loc-Today FROM DATE YYYYMMDD
           MOVE 0 TO Xfer-Work-Count
           PERFORM VARYING Xfer-Line-IDX FROM 1 BY 1
               UNTIL Xfer-Line-IDX > 20
               MOVE 0 TO Xfer-Work-Item-ID(Xfer-Line-IDX)
               MOVE 0 TO Xfer-Work-Qty(Xfer-Line-IDX)
           END-PERFORM
           DISPLAY "Move stock FROM location:"
           PERFORM Choose-Location
           MOVE Loc-Selected TO Xfer-From-Loc
           DISPLAY "Move stock TO location:"
           PERFORM Choose-Location
           MOVE Loc-Selected TO Xfer-To-Loc
           IF Xfer-From-Loc = Xfer-To-Loc
               DISPLAY ESC Red-On
               "Error: Stock must move to a different location."
               ESC Reset-Color
           ELSE
               MOVE 1 TO Xfer-Item-Input
               PERFORM UNTIL Xfer-Item-Input = 0
                   IF Xfer-Work-Count NOT < 20
                       DISPLAY ESC Yellow-On
                       "A transfer holds 20 lines - post this one and "
                       "raise another for the rest." ESC Reset-Color
                       MOVE 0 TO Xfer-Item-Input
                   ELSE
                       DISPLAY "Enter Item-ID to move (0 = Done): "
                       ACCEPT Xfer-Item-Input
                       IF Xfer-Item-Input > 0
                           PERFORM Xfer-Add-Line
                       END-IF
                   END-IF
               END-PERFORM
               IF Xfer-Work-Count = 0
                   DISPLAY ESC Yellow-On
                   "Nothing entered - no transfer raised."
                   ESC Reset-Color
               ELSE
                   PERFORM Xfer-Show-Lines
                   DISPLAY "Post this transfer?"
                   DISPLAY "1. Confirm"
                   DISPLAY "0. Cancel"
                   DISPLAY "Enter Choose Option:"
                   ACCEPT User-Choice
                   IF User-Choice = "1"
                       PERFORM Xfer-Post
                   ELSE
                       DISPLAY ESC Yellow-On
                       "Transfer discarded - nothing moved."
                       ESC Reset-Color
                   END-IF
               END-IF
           END-IF
           DISPLAY " "
           PERFORM Location-Menu.

      *>  One keyed line onto Xfer-Work-Table, capped by what the
      *>  from-location holds less what earlier lines already take.
      *>  Off the sales floor, units reserved on open layaways stay
      *>  put - they are handed over from there.
       Xfer-Add-Line.
           MOVE "Y" TO Xfer-Line-OK
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE Xfer-Item-Input TO RelativeKey
           READ ItemFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
               MOVE "N" TO Xfer-Line-OK
           NOT INVALID KEY
               DISPLAY "Item: " Item-Name
               MOVE Item-ID TO Loc-Item-ID
               MOVE Item-Qty TO Loc-Item-Total
           END-READ
           CLOSE ItemFile
           IF Xfer-Line-OK = "Y"
               PERFORM Load-Item-Loc
               MOVE 0 TO Xfer-Taken
               PERFORM VARYING Xfer-Scan-IDX FROM 1 BY 1
                   UNTIL Xfer-Scan-IDX > Xfer-Work-Count
                   IF Xfer-Work-Item-ID(Xfer-Scan-IDX)
                         = Xfer-Item-Input
                       ADD Xfer-Work-Qty(Xfer-Scan-IDX) TO Xfer-Taken
                   END-IF
               END-PERFORM
               MOVE 0 TO Reserved-Qty
               IF Xfer-From-Loc = 1
                   MOVE Xfer-Item-Input TO Reserve-Item-ID
                   MOVE 0 TO Reserve-Skip-ID
                   PERFORM Find-Reserved-Qty
               END-IF
               COMPUTE Xfer-Limit =
                   Loc-Qty(Xfer-From-Loc) - Xfer-Taken - Reserved-Qty
               IF Xfer-Limit < 1
                   DISPLAY ESC Red-On
                   "Error: None of this item is at "
                   FUNCTION TRIM(Loc-Name(Xfer-From-Loc)) "."
                   ESC Reset-Color
                   MOVE "N" TO Xfer-Line-OK
               END-IF
               IF Reserved-Qty > 0
                   MOVE Reserved-Qty TO Lay-Amt-Display
                   DISPLAY ESC Yellow-On
                   "Reserved on layaway: "
                   FUNCTION TRIM(Lay-Amt-Display)
                   ESC Reset-Color
               END-IF
           END-IF
           IF Xfer-Line-OK = "Y"
               MOVE Xfer-Limit TO Loc-Qty-Display
               DISPLAY "Enter Quantity (up to "
                   FUNCTION TRIM(Loc-Qty-Display) "): "
               ACCEPT Xfer-Qty-Input
               IF Xfer-Qty-Input < 1 OR Xfer-Qty-Input > Xfer-Limit
                   DISPLAY ESC Red-On
                   "Error: Quantity is out of range."
                   ESC Reset-Color
               ELSE
                   ADD 1 TO Xfer-Work-Count
                   MOVE Xfer-Item-Input
                       TO Xfer-Work-Item-ID(Xfer-Work-Count)
                   MOVE Xfer-Qty-Input
                       TO Xfer-Work-Qty(Xfer-Work-Count)
                   DISPLAY ESC Green-On "Line added." ESC Reset-Color
               END-IF
           END-IF.

      *>  The keyed transfer lines, for confirmation.
       Xfer-Show-Lines.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY "From: " Loc-Name(Xfer-From-Loc)
                   "  To: " Loc-Name(Xfer-To-Loc)
           DISPLAY "Item-ID"  A5
                   "Name"     A5 A5 A6
                   "Qty"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           OPEN I-O ItemFile
           PERFORM VARYING Xfer-Line-IDX FROM 1 BY 1
               UNTIL Xfer-Line-IDX > Xfer-Work-Count
               MOVE Xfer-Work-Item-ID(Xfer-Line-IDX) TO RelativeKey
               READ ItemFile INVALID KEY
                   MOVE "(deleted item)" TO Input-Item-Name
               NOT INVALID KEY
                   MOVE Item-Name TO Input-Item-Name
               END-READ
               MOVE Xfer-Work-Item-ID(Xfer-Line-IDX) TO Item-ID-Display
               MOVE FUNCTION TRIM(Item-ID-Display) TO String-Format
               MOVE Xfer-Work-Qty(Xfer-Line-IDX) TO Item-Qty-Display
               DISPLAY String-Format   A2
                       Input-Item-Name A1
                       Item-Qty-Display
           END-PERFORM
           CLOSE ItemFile
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off.

      *>  Moves each line's stock between the two locations, then
      *>  writes the transfer to xfer.dat and prints its pick list.
      *>  A line whose stock has gone from the from-location since
      *>  it was keyed is dropped.
       Xfer-Post.
           MOVE 0 TO Xfer-Posted
           PERFORM VARYING Xfer-Line-IDX FROM 1 BY 1
               UNTIL Xfer-Line-IDX > Xfer-Work-Count
               PERFORM Xfer-Post-Line
           END-PERFORM
           IF Xfer-Posted = 0
               DISPLAY ESC Yellow-On
               "Nothing could be moved - no transfer raised."
               ESC Reset-Color
           ELSE
               OPEN I-O TransferFile
               IF File-Status = "35"
                   OPEN OUTPUT TransferFile
                   CLOSE TransferFile
                   OPEN I-O TransferFile
               END-IF
               MOVE 0 TO Xfer-Max-Key
               MOVE "N" TO Xfer-EOF
               PERFORM UNTIL Xfer-EOF = "Y"
                   READ TransferFile NEXT RECORD
                   AT END
                       MOVE "Y" TO Xfer-EOF
                   NOT AT END
                       IF Xfer-Relative-Key > Xfer-Max-Key
                           MOVE Xfer-Relative-Key TO Xfer-Max-Key
                       END-IF
               END-PERFORM
               ADD 1 TO Xfer-Max-Key
               MOVE Xfer-Max-Key TO Xfer-Relative-Key
               MOVE Xfer-Max-Key TO Xfer-ID
               MOVE Loc-Today TO Xfer-Date
               MOVE Xfer-From-Loc TO Xfer-From
               MOVE Xfer-To-Loc TO Xfer-To
               MOVE Input-ID TO Xfer-User-ID
               MOVE 0 TO Xfer-Line-Count
               PERFORM VARYING Xfer-Line-IDX FROM 1 BY 1
                   UNTIL Xfer-Line-IDX > 20
                   MOVE 0 TO Xfer-Item-ID(Xfer-Line-IDX)
                   MOVE 0 TO Xfer-Qty(Xfer-Line-IDX)
               END-PERFORM
               PERFORM VARYING Xfer-Line-IDX FROM 1 BY 1
                   UNTIL Xfer-Line-IDX > Xfer-Work-Count
                   IF Xfer-Work-Qty(Xfer-Line-IDX) > 0
                       ADD 1 TO Xfer-Line-Count
                       MOVE Xfer-Work-Item-ID(Xfer-Line-IDX)
                           TO Xfer-Item-ID(Xfer-Line-Count)
                       MOVE Xfer-Work-Qty(Xfer-Line-IDX)
                           TO Xfer-Qty(Xfer-Line-Count)
                   END-IF
               END-PERFORM
               WRITE Xfer-Record INVALID KEY
                   DISPLAY ESC Red-On "Error: Unable to write record."
                   ESC Reset-Color
               END-WRITE
               CLOSE TransferFile
               MOVE Xfer-Max-Key TO Xfer-ID-Display
               MOVE "XFER" TO Audit-Action
               MOVE FUNCTION TRIM(Xfer-ID-Display) TO Audit-Key
               MOVE Loc-Name(Xfer-From-Loc) TO Audit-Old-Value
               MOVE Loc-Name(Xfer-To-Loc) TO Audit-New-Value
               PERFORM Write-Audit
               MOVE Input-ID TO Xfer-Print-User
               MOVE Loc-Today TO Xfer-Print-Date
               PERFORM Xfer-Print-Pick-List
               DISPLAY ESC Green-On
               "Transfer #" FUNCTION TRIM(Xfer-ID-Display)
               " posted." ESC Reset-Color
           END-IF.

      *>  Moves line Xfer-Line-IDX. The sales floor needs no record
      *>  of its own: taking stock off another location puts it on
      *>  the floor, and putting it on another location takes it
      *>  off the floor.
       Xfer-Post-Line.
           MOVE "N" TO Xfer-Line-OK
           MOVE Xfer-Work-Item-ID(Xfer-Line-IDX) TO Loc-Item-ID
           MOVE 0 TO Loc-Item-Total
           OPEN I-O ItemFile
           MOVE Loc-Item-ID TO RelativeKey
           READ ItemFile INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE Item-Qty TO Loc-Item-Total
               MOVE "Y" TO Xfer-Line-OK
           END-READ
           CLOSE ItemFile
           IF Xfer-Line-OK = "Y"
               PERFORM Load-Item-Loc
               MOVE 0 TO Reserved-Qty
               IF Xfer-From-Loc = 1
                   MOVE Loc-Item-ID TO Reserve-Item-ID
                   MOVE 0 TO Reserve-Skip-ID
                   PERFORM Find-Reserved-Qty
               END-IF
               IF Loc-Qty(Xfer-From-Loc)
                     < Xfer-Work-Qty(Xfer-Line-IDX) + Reserved-Qty
                   MOVE "N" TO Xfer-Line-OK
               END-IF
               IF Xfer-To-Loc > 1
                  AND Loc-Qty(Xfer-To-Loc)
                      + Xfer-Work-Qty(Xfer-Line-IDX) > 999
                   MOVE "N" TO Xfer-Line-OK
               END-IF
           END-IF
           IF Xfer-Line-OK = "Y"
               IF Xfer-From-Loc > 1
                   SUBTRACT Xfer-Work-Qty(Xfer-Line-IDX)
                       FROM Loc-Qty(Xfer-From-Loc)
               END-IF
               IF Xfer-To-Loc > 1
                   ADD Xfer-Work-Qty(Xfer-Line-IDX)
                       TO Loc-Qty(Xfer-To-Loc)
               END-IF
               PERFORM Save-Item-Loc
               ADD 1 TO Xfer-Posted
           ELSE
               MOVE Loc-Item-ID TO Item-ID-Display
               DISPLAY ESC Red-On
               "Item " FUNCTION TRIM(Item-ID-Display)
               " no longer has the stock at "
               FUNCTION TRIM(Loc-Name(Xfer-From-Loc))
               " - line dropped." ESC Reset-Color
               MOVE 0 TO Xfer-Work-Qty(Xfer-Line-IDX)
           END-IF.

      *>  Pick list for the transfer in Xfer-Work-Table, numbered
      *>  Xfer-ID-Display: xfer_<id>.txt.
       Xfer-Print-Pick-List.
           MOVE SPACES TO WS-Receipt-Path
           STRING "xfer_" DELIMITED BY SIZE
               FUNCTION TRIM(Xfer-ID-Display) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-Receipt-Path
           OPEN OUTPUT ReceiptFile
           MOVE SPACES TO Receipt-Line
           STRING "STOCK TRANSFER / PICK LIST #" DELIMITED BY SIZE
               FUNCTION TRIM(Xfer-ID-Display) DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           STRING "Date      : " DELIMITED BY SIZE
               Xfer-Print-Date DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           STRING "Pick from : " DELIMITED BY SIZE
               Loc-Name(Xfer-From-Loc) DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           STRING "Put away  : " DELIMITED BY SIZE
               Loc-Name(Xfer-To-Loc) DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           STRING "Raised by : " DELIMITED BY SIZE
               Xfer-Print-User DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           WRITE Receipt-Line
           MOVE "Item-ID  Item Name              Qty  Picked"
               TO Receipt-Line
           WRITE Receipt-Line
           OPEN I-O ItemFile
           PERFORM VARYING Xfer-Line-IDX FROM 1 BY 1
               UNTIL Xfer-Line-IDX > Xfer-Work-Count
               IF Xfer-Work-Qty(Xfer-Line-IDX) > 0
                   PERFORM Xfer-Print-Line
               END-IF
           END-PERFORM
           CLOSE ItemFile
           MOVE SPACES TO Receipt-Line
           WRITE Receipt-Line
           MOVE "Picked by : ____________   Put away by : ____________"
               TO Receipt-Line
           WRITE Receipt-Line
           CLOSE ReceiptFile
           DISPLAY ESC Green-On
           "Pick list saved to file: " FUNCTION TRIM(WS-Receipt-Path)
           ESC Reset-Color.

       Xfer-Print-Line.
           MOVE Xfer-Work-Item-ID(Xfer-Line-IDX) TO RelativeKey
           READ ItemFile INVALID KEY
               MOVE "(deleted item)" TO Input-Item-Name
           NOT INVALID KEY
               MOVE Item-Name TO Input-Item-Name
           END-READ
           MOVE Xfer-Work-Item-ID(Xfer-Line-IDX) TO Item-ID-Display
           MOVE Xfer-Work-Qty(Xfer-Line-IDX) TO Item-Qty-Display
           MOVE SPACES TO Receipt-Line
           STRING Item-ID-Display DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               Input-Item-Name DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               Item-Qty-Display DELIMITED BY SIZE
               "  ______" DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line.

      *>  Transfers raised in a date range with their lines, and a
      *>  reprint of any one's pick list.
       View-Transfers.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Stock Transfers" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           PERFORM Load-Locations
           MOVE "N" TO SS
           PERFORM UNTIL SS = "Y"
               DISPLAY "Enter Start Date (YYYYMMDD): "
               ACCEPT Xfer-Start
               DISPLAY "Enter End Date (YYYYMMDD): "
               ACCEPT Xfer-End
               IF Xfer-Start > Xfer-End
                   DISPLAY ESC Red-On
                   " Error: Start Date cannot be after End Date. "
                   ESC Reset-Color
               ELSE
                   MOVE "Y" TO SS
               END-IF
           END-PERFORM
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY "Xfer-ID"  A2
                   "Date"     A6
                   "From"     A10 A3
                   "To"       A10 A5
                   "User"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           MOVE 0 TO Xfer-Doc-Count
           OPEN I-O TransferFile
           IF File-Status = "35"
               OPEN OUTPUT TransferFile
               CLOSE TransferFile
               OPEN I-O TransferFile
           END-IF
           OPEN I-O ItemFile
           MOVE "N" TO Xfer-EOF
           PERFORM UNTIL Xfer-EOF = "Y"
               READ TransferFile NEXT RECORD
               AT END
                   MOVE "Y" TO Xfer-EOF
               NOT AT END
                   IF Xfer-Date >= Xfer-Start
                      AND Xfer-Date <= Xfer-End
                       ADD 1 TO Xfer-Doc-Count
                       PERFORM Show-Transfer
                   END-IF
           END-PERFORM
           CLOSE ItemFile
           CLOSE TransferFile
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           IF Xfer-Doc-Count = 0
               DISPLAY ESC Yellow-On
               "No transfers in that range." ESC Reset-Color
           ELSE
               DISPLAY "Enter Xfer-ID to reprint its pick list "
                       "(0 = none): "
               ACCEPT Xfer-Relative-Key
               IF Xfer-Relative-Key > 0
                   PERFORM Reprint-Pick-List
               END-IF
           END-IF
           PERFORM Location-Menu.

      *>  One transfer in the buffer: its heading and its lines.
       Show-Transfer.
           MOVE Xfer-ID TO Xfer-ID-Display
           DISPLAY Xfer-ID-Display     A4
                   Xfer-Date           A2
                   Loc-Name(Xfer-From) A2
                   Loc-Name(Xfer-To)   A2
                   Xfer-User-ID
           PERFORM VARYING Xfer-Line-IDX FROM 1 BY 1
               UNTIL Xfer-Line-IDX > Xfer-Line-Count
               MOVE Xfer-Item-ID(Xfer-Line-IDX) TO RelativeKey
               READ ItemFile INVALID KEY
                   MOVE "(deleted item)" TO Input-Item-Name
               NOT INVALID KEY
                   MOVE Item-Name TO Input-Item-Name
               END-READ
               MOVE Xfer-Qty(Xfer-Line-IDX) TO Item-Qty-Display
               DISPLAY A9 Input-Item-Name A1 Item-Qty-Display
           END-PERFORM.

      *>  Prints the pick list of transfer Xfer-Relative-Key again.
       Reprint-Pick-List.
           OPEN I-O TransferFile
           READ TransferFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
               MOVE 0 TO Xfer-Work-Count
           NOT INVALID KEY
               MOVE Xfer-Line-Count TO Xfer-Work-Count
               PERFORM VARYING Xfer-Line-IDX FROM 1 BY 1
                   UNTIL Xfer-Line-IDX > 20
                   MOVE Xfer-Item-ID(Xfer-Line-IDX)
                       TO Xfer-Work-Item-ID(Xfer-Line-IDX)
                   MOVE Xfer-Qty(Xfer-Line-IDX)
                       TO Xfer-Work-Qty(Xfer-Line-IDX)
               END-PERFORM
               MOVE Xfer-From TO Xfer-From-Loc
               MOVE Xfer-To TO Xfer-To-Loc
               MOVE Xfer-User-ID TO Xfer-Print-User
               MOVE Xfer-Date TO Xfer-Print-Date
               MOVE Xfer-ID TO Xfer-ID-Display
           END-READ
           CLOSE TransferFile
           IF Xfer-Work-Count > 0
               PERFORM Xfer-Print-Pick-List
           END-IF.

      *>  "Refill the shelf": every item whose sales-floor stock is
      *>  below its shelf minimum, or bare while there is stock in
      *>  the back, with what is held elsewhere and how many to
      *>  bring out. The suggested quantities can be raised as a
      *>  transfer from one location to the sales floor.
       Refill-Shelf-Report.
           PERFORM Load-Locations
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Refill The Shelf" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           DISPLAY "Item-ID"  A5
                   "Name"     A5 A5 A6
                   "Shelf"    A1
                   "Min"      A1
                   "Short"    A1
                   "Back"     A1
                   "Move"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           MOVE 0 TO Refill-Total
           MOVE 0 TO Loc-Refill-Count
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ ItemFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   MOVE Item-ID TO Loc-Item-ID
                   MOVE Item-Qty TO Loc-Item-Total
                   PERFORM Load-Item-Loc
                   IF Loc-Refill-Flag = "Y"
                       ADD 1 TO Loc-Refill-Count
                       PERFORM Show-Refill-Item
                   END-IF
           END-PERFORM
           CLOSE ItemFile
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           IF Loc-Refill-Count = 0
               DISPLAY ESC Green-On
               "Nothing to bring out - every shelf is stocked."
               ESC Reset-Color
           ELSE
           IF Refill-Total = 0
               DISPLAY ESC Yellow-On
               "Nothing to bring out - none of these are in the back."
               ESC Reset-Color
           ELSE
               DISPLAY "Raise a transfer to the sales floor for the "
                       "Move quantities?"
               PERFORM Show-Locations
               DISPLAY "Pick from location (0 = No): "
               ACCEPT Loc-Selected
               IF Loc-Selected > 1 AND Loc-Selected NOT > Loc-Count
                   PERFORM Refill-Transfer
               END-IF
           END-IF
           END-IF
           PERFORM Location-Menu.

      *>  One line of the refill report for the item in the buffer.
       Show-Refill-Item.
           IF Loc-Shelf-Min > Loc-Floor-Qty
               COMPUTE Loc-Refill-Short = Loc-Shelf-Min - Loc-Floor-Qty
           ELSE
               MOVE 0 TO Loc-Refill-Short
           END-IF
           IF Loc-Back-Total < Loc-Refill-Short
               MOVE Loc-Back-Total TO Loc-Refill-Move
           ELSE
               MOVE Loc-Refill-Short TO Loc-Refill-Move
           END-IF
           IF Loc-Refill-Move > 0 AND Refill-Total < 200
               ADD 1 TO Refill-Total
               MOVE Item-ID TO Refill-Item-ID(Refill-Total)
               MOVE Loc-Refill-Move TO Refill-Short(Refill-Total)
           END-IF
           MOVE Item-ID TO Item-ID-Display
           MOVE FUNCTION TRIM(Item-ID-Display) TO String-Format
           MOVE Loc-Floor-Qty TO Item-Qty-Display
           MOVE Loc-Shelf-Min TO Loc-Qty-Display
           DISPLAY String-Format       A2
                   Item-Name           A1
                   A2 Item-Qty-Display A3
                   Loc-Qty-Display     A1
                   WITH NO ADVANCING
           MOVE Loc-Refill-Short TO Item-Qty-Display
           MOVE Loc-Back-Total TO Loc-Qty-Display
           DISPLAY A2 Item-Qty-Display A2
                   Loc-Qty-Display     A2
                   WITH NO ADVANCING
           MOVE Loc-Refill-Move TO Item-Qty-Display
           IF Loc-Shelf-Min = 0
               DISPLAY Item-Qty-Display A2 ESC Yellow-On
                   "<<no shelf minimum set>>" ESC Reset-Color
           ELSE
           IF Loc-Back-Total = 0
               DISPLAY Item-Qty-Display A2 ESC Red-On
                   "<<none in the back - reorder>>" ESC Reset-Color
           ELSE
               DISPLAY Item-Qty-Display
           END-IF
           END-IF.

      *>  Builds a transfer from location Loc-Selected to the sales
      *>  floor for the refill report's Move quantities, as much as
      *>  that location holds, and posts it on confirmation.
       Refill-Transfer.
           ACCEPT Loc-Today FROM DATE YYYYMMDD
           MOVE Loc-Selected TO Xfer-From-Loc
           MOVE 1 TO Xfer-To-Loc
           MOVE 0 TO Xfer-Work-Count
           PERFORM VARYING Xfer-Line-IDX FROM 1 BY 1
               UNTIL Xfer-Line-IDX > 20
               MOVE 0 TO Xfer-Work-Item-ID(Xfer-Line-IDX)
               MOVE 0 TO Xfer-Work-Qty(Xfer-Line-IDX)
           END-PERFORM
           MOVE "N" TO Loc-Valid
           PERFORM VARYING Refill-IDX FROM 1 BY 1
               UNTIL Refill-IDX > Refill-Total
               MOVE Refill-Item-ID(Refill-IDX) TO Loc-Item-ID
               MOVE 0 TO Loc-Item-Total
               PERFORM Load-Item-Loc
               IF Loc-Qty(Xfer-From-Loc) < Refill-Short(Refill-IDX)
                   MOVE Loc-Qty(Xfer-From-Loc) TO Xfer-Qty-Input
               ELSE
                   MOVE Refill-Short(Refill-IDX) TO Xfer-Qty-Input
               END-IF
               IF Xfer-Qty-Input > 0
                   IF Xfer-Work-Count < 20
                       ADD 1 TO Xfer-Work-Count
                       MOVE Loc-Item-ID
                           TO Xfer-Work-Item-ID(Xfer-Work-Count)
                       MOVE Xfer-Qty-Input
                           TO Xfer-Work-Qty(Xfer-Work-Count)
                   ELSE
                       MOVE "Y" TO Loc-Valid
                   END-IF
               END-IF
           END-PERFORM
           IF Loc-Valid = "Y"
               DISPLAY ESC Yellow-On
               "A transfer holds 20 lines - run the report again "
               "for the rest." ESC Reset-Color
           END-IF
           IF Xfer-Work-Count = 0
               DISPLAY ESC Yellow-On
               "Nothing to bring out from "
               FUNCTION TRIM(Loc-Name(Xfer-From-Loc)) "."
               ESC Reset-Color
           ELSE
               PERFORM Xfer-Show-Lines
               DISPLAY "Post this transfer?"
               DISPLAY "1. Confirm"
               DISPLAY "0. Cancel"
               DISPLAY "Enter Choose Option:"
               ACCEPT User-Choice
               IF User-Choice = "1"
                   PERFORM Xfer-Post
               ELSE
                   DISPLAY ESC Yellow-On
                   "Transfer discarded - nothing moved."
                   ESC Reset-Color
               END-IF
           END-IF.

      *>  The least the sales floor should carry of an item before
      *>  the refill report and the shelf warning pick it up.
       Set-Shelf-Minimum.
           DISPLAY " "
           DISPLAY "Enter Item-ID: "
           ACCEPT Loc-Item-Input
           MOVE "N" TO Loc-Valid
           OPEN I-O ItemFile
           IF File-Status = "35"
               OPEN OUTPUT ItemFile
               CLOSE ItemFile
               OPEN I-O ItemFile
           END-IF
           MOVE Loc-Item-Input TO RelativeKey
           READ ItemFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               MOVE "Y" TO Loc-Valid
               MOVE Item-ID TO Loc-Item-ID
               MOVE Item-Qty TO Loc-Item-Total
               DISPLAY "Item: " Item-Name
           END-READ
           CLOSE ItemFile
           IF Loc-Valid = "Y"
               PERFORM Load-Item-Loc
               MOVE Loc-Floor-Qty TO Loc-Qty-Display
               DISPLAY "On the sales floor : " Loc-Qty-Display
               MOVE Loc-Shelf-Min TO Loc-Qty-Display
               DISPLAY "Shelf minimum      : " Loc-Qty-Display
               DISPLAY "Enter New Shelf Minimum: "
               ACCEPT Loc-Min-Input
               MOVE "SHELF-MIN" TO Audit-Action
               MOVE Loc-Item-ID TO Item-ID-Display
               MOVE FUNCTION TRIM(Item-ID-Display) TO Audit-Key
               MOVE Loc-Shelf-Min TO Audit-New-Display
               MOVE FUNCTION TRIM(Audit-New-Display)
                   TO Audit-Old-Value
               MOVE Loc-Min-Input TO Loc-Shelf-Min
               PERFORM Save-Item-Loc
               MOVE Loc-Min-Input TO Audit-New-Display
               MOVE FUNCTION TRIM(Audit-New-Display)
                   TO Audit-New-Value
               PERFORM Write-Audit
               DISPLAY ESC Green-On "Shelf minimum updated."
               ESC Reset-Color
           END-IF
           PERFORM Location-Menu.

      *>  The location names: a new back room or storeroom can be
      *>  added (up to 9 locations) and any of them renamed.
      *>  Location 1 is always the sales floor.
       Maintain-Locations.
           PERFORM Load-Locations
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY a a A9 Bold-On "Locations" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10 Bold-Off
           PERFORM Show-Locations
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10 Bold-Off
           DISPLAY "1. Add Location"
           DISPLAY "2. Rename Location"
           DISPLAY "0. Back"
           DISPLAY "Enter Choose Option:"
           ACCEPT User-Choice
           EVALUATE User-Choice
               WHEN "1"
                   IF Loc-Count NOT < 9
                       DISPLAY ESC Red-On
                       "Error: There can be no more than 9 locations."
                       ESC Reset-Color
                   ELSE
                       DISPLAY "Enter Location Name: "
                       ACCEPT Loc-Name-Input
                       IF Loc-Name-Input = SPACES
                           DISPLAY ESC Red-On
                           "Error: Name is required." ESC Reset-Color
                       ELSE
                           ADD 1 TO Loc-Count
                           MOVE Loc-Count TO Loc-Selected
                           MOVE SPACES TO Audit-Old-Value
                           MOVE "LOC-ADD" TO Audit-Action
                           PERFORM Save-Location
                       END-IF
                   END-IF
               WHEN "2"
                   DISPLAY "Rename which location?"
                   PERFORM Choose-Location
                   DISPLAY "Enter New Name: "
                   ACCEPT Loc-Name-Input
                   IF Loc-Name-Input = SPACES
                       DISPLAY ESC Red-On
                       "Error: Name is required." ESC Reset-Color
                   ELSE
                       MOVE Loc-Name(Loc-Selected) TO Audit-Old-Value
                       MOVE "LOC-NAME" TO Audit-Action
                       PERFORM Save-Location
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM Location-Menu.

      *>  Writes Loc-Name-Input as location Loc-Selected and audits
      *>  it under Audit-Action.
       Save-Location.
           OPEN I-O LocationFile
           MOVE Loc-Selected TO Location-Relative-Key
           READ LocationFile INVALID KEY
               MOVE Loc-Selected TO Location-ID
               MOVE Loc-Name-Input TO Location-Name
               WRITE Location-Record INVALID KEY
                   DISPLAY ESC Red-On "Error: Unable to write record."
                   ESC Reset-Color
               END-WRITE
           NOT INVALID KEY
               MOVE Loc-Name-Input TO Location-Name
               REWRITE Location-Record INVALID KEY
                   DISPLAY ESC Red-On
                   "Error: Unable to rewrite record." ESC Reset-Color
               END-REWRITE
           END-READ
           CLOSE LocationFile
           MOVE Loc-Name-Input TO Loc-Name(Loc-Selected)
           MOVE Loc-Selected TO Loc-ID-Display
           MOVE Loc-ID-Display TO Audit-Key
           MOVE Loc-Name-Input TO Audit-New-Value
           PERFORM Write-Audit
           DISPLAY ESC Green-On "Location saved." ESC Reset-Color.

      *>  Layaway and special orders from the casher menu. Goods are
      *>  put aside for a customer against a deposit, paid off in
      *>  part-payments through the normal pay methods, and become a
      *>  completed invoice when the customer collects them paid in
      *>  full. Unpaid layaways lapse after the setup number of days.
       Layaway-Menu.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a A9 Bold-On "Layaway / Special Orders" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
           DISPLAY a b "1. New Layaway / Special Order"
           DISPLAY a b "2. Take Payment / Collect"
           DISPLAY a b "3. View Layaways"
           DISPLAY a b "4. Expire Overdue Layaways"
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY Bold-On "0. Back" Bold-Off
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY "Enter Choose Option:"
           ACCEPT User-Choice
           EVALUATE User-Choice
               WHEN "1"
                   PERFORM New-Layaway
                   PERFORM Layaway-Menu
               WHEN "2"
                   PERFORM Layaway-Payment
                   PERFORM Layaway-Menu
               WHEN "3"
                   PERFORM View-Layaways
                   PERFORM Layaway-Menu
               WHEN "4"
                   PERFORM Expire-Layaways
                   PERFORM Layaway-Menu
               WHEN "0"
                   CONTINUE
               WHEN OTHER
                   DISPLAY ESC Red-On
                   "Please choose only (1,2,3,4,0)" ESC Reset-Color
                   PERFORM Layaway-Menu
           END-EVALUATE.

       New-Layaway.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a A9 Bold-On "New Layaway" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
           ACCEPT Lay-Today FROM DATE YYYYMMDD
           PERFORM Load-Setup
           MOVE "N" TO Lay-Found
           OPEN I-O CustomerFile
           IF File-Status = "35"
               OPEN OUTPUT CustomerFile
               CLOSE CustomerFile
               OPEN I-O CustomerFile
           END-IF
           DISPLAY "Enter Customer-ID: "
           ACCEPT Customer-Relative-Key
           READ CustomerFile INVALID KEY
               DISPLAY ESC Red-On
               "Error: Customer record not found."
               ESC Reset-Color
           NOT INVALID KEY
               DISPLAY "Customer: " Cust-Name
               MOVE Customer-ID TO Lay-Customer-ID
               MOVE Cust-Name TO Lay-Cust-Name
               MOVE "Y" TO Lay-Found
           END-READ
           CLOSE CustomerFile
           IF Lay-Found = "Y"
               MOVE 0 TO Lay-Work-Count
               MOVE 1 TO Lay-Item-Input
               PERFORM UNTIL Lay-Item-Input = 0
                   DISPLAY "Enter Item-ID (0 = Done): "
                   ACCEPT Lay-Item-Input
                   IF Lay-Item-Input > 0
                       PERFORM Lay-Add-Line
                   END-IF
               END-PERFORM
               IF Lay-Work-Count = 0
                   DISPLAY ESC Yellow-On
                   "Nothing to lay away." ESC Reset-Color
               ELSE
                   PERFORM Lay-Raise
               END-IF
           END-IF.

      *>  One keyed line onto Lay-Work-Table at today's selling
      *>  price. Quantity beyond what is free to reserve (on the
      *>  shelf and not already on another layaway) can only be
      *>  taken as a special order, to be ordered in.
       Lay-Add-Line.
           MOVE "N" TO Lay-Found
           OPEN I-O ItemFile
           MOVE Lay-Item-Input TO RelativeKey
           READ ItemFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               MOVE "Y" TO Lay-Found
           END-READ
           CLOSE ItemFile
           IF Lay-Found = "Y"
               DISPLAY "Item Name: " Item-Name
               DISPLAY "Enter Quantity: "
               ACCEPT Lay-Qty
               IF Lay-Qty = 0
                   MOVE "N" TO Lay-Found
               END-IF
           END-IF
      *>  The same item keyed twice goes onto its first line.
           IF Lay-Found = "Y"
               MOVE 0 TO Lay-Line-IDX
               PERFORM VARYING Lay-Scan-IDX FROM 1 BY 1
                   UNTIL Lay-Scan-IDX > Lay-Work-Count
                   IF Lay-Work-Item-ID(Lay-Scan-IDX) = Item-ID
                       MOVE Lay-Scan-IDX TO Lay-Line-IDX
                   END-IF
               END-PERFORM
               IF Lay-Line-IDX = 0
                   IF Lay-Work-Count = 20
                       DISPLAY ESC Red-On
                       "Error: A layaway holds at most 20 lines."
                       ESC Reset-Color
                       MOVE "N" TO Lay-Found
                   END-IF
               ELSE
                   IF Lay-Work-Qty(Lay-Line-IDX) + Lay-Qty > 999
                       DISPLAY ESC Red-On
                       "Error: At most 999 of an item per layaway."
                       ESC Reset-Color
                       MOVE "N" TO Lay-Found
                   END-IF
               END-IF
           END-IF
           IF Lay-Found = "Y"
               PERFORM Find-Promo-Price
               MOVE Item-ID TO Reserve-Item-ID
               MOVE 0 TO Reserve-Skip-ID
               PERFORM Find-Reserved-Qty
               COMPUTE Lay-Avail = Item-Qty - Reserved-Qty
               IF Lay-Line-IDX > 0
                   SUBTRACT Lay-Work-Qty(Lay-Line-IDX) FROM Lay-Avail
               END-IF
               IF Lay-Avail < 0
                   MOVE 0 TO Lay-Avail
               END-IF
               MOVE "N" TO Lay-Special
               IF Lay-Qty > Lay-Avail
                   MOVE Lay-Avail TO Lay-Amt-Display
                   DISPLAY ESC Yellow-On "Only "
                   FUNCTION TRIM(Lay-Amt-Display)
                   " free to reserve." ESC Reset-Color
                   DISPLAY "1. Take as special order (order it in)"
                   DISPLAY "0. Skip this line"
                   DISPLAY "Enter Choose Option:"
                   ACCEPT User-Choice
                   IF User-Choice = "1"
                       MOVE "Y" TO Lay-Special
                   ELSE
                       MOVE "N" TO Lay-Found
                   END-IF
               END-IF
           END-IF
           IF Lay-Found = "Y"
               IF Lay-Line-IDX = 0
                   ADD 1 TO Lay-Work-Count
                   MOVE Lay-Work-Count TO Lay-Line-IDX
                   MOVE Item-ID TO Lay-Work-Item-ID(Lay-Line-IDX)
                   MOVE 0 TO Lay-Work-Qty(Lay-Line-IDX)
                   MOVE "N" TO Lay-Work-Special(Lay-Line-IDX)
               END-IF
               ADD Lay-Qty TO Lay-Work-Qty(Lay-Line-IDX)
               MOVE Effective-Price TO Lay-Work-Price(Lay-Line-IDX)
               IF Lay-Special = "Y"
                   MOVE "Y" TO Lay-Work-Special(Lay-Line-IDX)
               END-IF
               DISPLAY ESC Green-On "Line added." ESC Reset-Color
           END-IF.

      *>  Totals the lines in Lay-Work-Table, takes the deposit and
      *>  writes the new layaway with its DEPOSIT row.
       Lay-Raise.
           MOVE 0 TO Lay-Goods
           PERFORM VARYING Lay-Line-IDX FROM 1 BY 1
               UNTIL Lay-Line-IDX > Lay-Work-Count
               COMPUTE Lay-Goods = Lay-Goods
                   + Lay-Work-Qty(Lay-Line-IDX)
                   * Lay-Work-Price(Lay-Line-IDX)
           END-PERFORM
           COMPUTE Lay-Total = Lay-Goods + Setup-Tax
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           MOVE Lay-Goods TO Lay-Amt-Display
           DISPLAY "Goods          : $" FUNCTION TRIM(Lay-Amt-Display)
           MOVE Setup-Tax TO Lay-Amt-Display
           DISPLAY "Tax            : $" FUNCTION TRIM(Lay-Amt-Display)
           MOVE Lay-Total TO Lay-Amt-Display
           DISPLAY "Layaway Total  : $" FUNCTION TRIM(Lay-Amt-Display)
           MOVE "N" TO SS
           PERFORM UNTIL SS = "Y"
               DISPLAY "Enter Deposit Amount: "
               ACCEPT Lay-Amount
               IF Lay-Amount < 1
                  OR Lay-Amount > Lay-Total
                   DISPLAY ESC Red-On
                   "Deposit must be between 1 and the total."
                   ESC Reset-Color
               ELSE
                   MOVE "Y" TO SS
               END-IF
           END-PERFORM
           PERFORM Lay-Take-Money
           MOVE 0 TO Lay-Max-Key
           OPEN I-O LayawayFile
           IF File-Status = "35"
               OPEN OUTPUT LayawayFile
               CLOSE LayawayFile
               OPEN I-O LayawayFile
           END-IF
           MOVE "N" TO Lay-EOF
           PERFORM UNTIL Lay-EOF = "Y"
               READ LayawayFile NEXT RECORD
               AT END
                   MOVE "Y" TO Lay-EOF
               NOT AT END
                   IF Layaway-ID > Lay-Max-Key
                       MOVE Layaway-ID TO Lay-Max-Key
                   END-IF
           END-PERFORM
           ADD 1 TO Lay-Max-Key
           MOVE Lay-Max-Key TO Layaway-Relative-Key
           MOVE Lay-Max-Key TO Layaway-ID
           MOVE Lay-Customer-ID TO Layaway-Customer-ID
           MOVE Input-ID TO Layaway-Casher-ID
           MOVE Lay-Today TO Layaway-Date
           COMPUTE Layaway-Expiry = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(Lay-Today)
                + Setup-Layaway-Days)
           MOVE "Open" TO Layaway-Status
           MOVE Lay-Goods TO Layaway-Goods
           MOVE Setup-Tax TO Layaway-Tax
           MOVE Lay-Total TO Layaway-Total
           MOVE Lay-Amount TO Layaway-Paid
           MOVE 0 TO Layaway-Invoice-ID
           PERFORM VARYING Lay-Line-IDX FROM 1 BY 1
               UNTIL Lay-Line-IDX > 20
               IF Lay-Line-IDX > Lay-Work-Count
                   MOVE 0 TO Layaway-Item-ID(Lay-Line-IDX)
                   MOVE 0 TO Layaway-Qty(Lay-Line-IDX)
                   MOVE 0 TO Layaway-Price(Lay-Line-IDX)
                   MOVE "N" TO Layaway-Special(Lay-Line-IDX)
               ELSE
                   MOVE Lay-Work-Line(Lay-Line-IDX)
                       TO Layaway-Line(Lay-Line-IDX)
               END-IF
           END-PERFORM
           WRITE Layaway-Record INVALID KEY
               DISPLAY ESC Red-On
               "Error: Unable to write record." ESC Reset-Color
           END-WRITE
           CLOSE LayawayFile
           MOVE Layaway-ID TO Lay-Cur-ID
           MOVE "DEPOSIT" TO Lay-Pay-Type
           PERFORM Write-LayPay
           MOVE "LAY-NEW" TO Audit-Action
           MOVE Layaway-ID TO Lay-ID-Display
           MOVE FUNCTION TRIM(Lay-ID-Display) TO Audit-Key
           MOVE SPACES TO Audit-Old-Value
           MOVE Layaway-Total TO Audit-New-Display
           MOVE FUNCTION TRIM(Audit-New-Display) TO Audit-New-Value
           PERFORM Write-Audit
           COMPUTE Lay-Balance = Layaway-Total - Layaway-Paid
           MOVE Lay-Balance TO Lay-Bal-Display
           DISPLAY ESC Green-On "Layaway #"
               FUNCTION TRIM(Lay-ID-Display)
           " saved - balance $" FUNCTION TRIM(Lay-Bal-Display)
           " due by " Layaway-Expiry "." ESC Reset-Color
           PERFORM Print-Layaway-Slip.

      *>  How Lay-Amount is being paid: Lay-Method, and for cash
      *>  the amount tendered and the change to hand back.
       Lay-Take-Money.
           MOVE "N" TO SS
           PERFORM UNTIL SS = "Y"
               DISPLAY "Payment Method (1=Cash 2=Mobile 3=Card): "
               ACCEPT User-Choice
               EVALUATE User-Choice
                   WHEN "1"
                       MOVE "CASH" TO Lay-Method
                       MOVE "Y" TO SS
                   WHEN "2"
                       MOVE "MOBILE" TO Lay-Method
                       MOVE "Y" TO SS
                   WHEN "3"
                       MOVE "CARD" TO Lay-Method
                       MOVE "Y" TO SS
                   WHEN OTHER
                       DISPLAY ESC Red-On
                       "Please choose only (1,2,3)" ESC Reset-Color
               END-EVALUATE
           END-PERFORM
           IF Lay-Method = "CASH"
               MOVE "N" TO SS
               PERFORM UNTIL SS = "Y"
                   DISPLAY "Enter Amount Tendered: "
                   ACCEPT Lay-Tendered
                   IF Lay-Tendered < Lay-Amount
                       DISPLAY ESC Red-On
                       "Tendered amount is less than amount due."
                       ESC Reset-Color
                   ELSE
                       MOVE "Y" TO SS
                   END-IF
               END-PERFORM
               COMPUTE Lay-Change = Lay-Tendered - Lay-Amount
               MOVE Lay-Change TO Lay-Amt-Display
               DISPLAY "Change Due     : $"
                   FUNCTION TRIM(Lay-Amt-Display)
           END-IF.

      *>  Appends one laypay.dat row for layaway Lay-Cur-ID from
      *>  Lay-Pay-Type, Lay-Amount and Lay-Method, dated today and
      *>  stamped with the casher whose drawer it went through.
       Write-LayPay.
           MOVE 0 TO LayPay-Max-Key
           OPEN I-O LayPayFile
           IF File-Status = "35"
               OPEN OUTPUT LayPayFile
               CLOSE LayPayFile
               OPEN I-O LayPayFile
           END-IF
           MOVE "N" TO LayPay-EOF
           PERFORM UNTIL LayPay-EOF = "Y"
               READ LayPayFile NEXT RECORD
               AT END
                   MOVE "Y" TO LayPay-EOF
               NOT AT END
                   IF LayPay-ID > LayPay-Max-Key
                       MOVE LayPay-ID TO LayPay-Max-Key
                   END-IF
           END-PERFORM
           ADD 1 TO LayPay-Max-Key
           MOVE LayPay-Max-Key TO LayPay-Relative-Key
           MOVE LayPay-Max-Key TO LayPay-ID
           MOVE Lay-Cur-ID TO LayPay-Layaway-ID
           MOVE Lay-Pay-Type TO LayPay-Type
           MOVE Lay-Amount TO LayPay-Amount
           MOVE Lay-Method TO LayPay-Method
           ACCEPT LayPay-Date FROM DATE YYYYMMDD
           MOVE Input-ID TO LayPay-Casher-ID
           WRITE LayPay-Record INVALID KEY
               DISPLAY ESC Red-On
               "Error: Unable to write record." ESC Reset-Color
           END-WRITE
           CLOSE LayPayFile.

      *>  Reads layaway Lay-Input-ID into the record buffer;
      *>  Lay-Found says whether it is there.
       Find-Layaway.
           MOVE "N" TO Lay-Found
           OPEN I-O LayawayFile
           IF File-Status = "35"
               OPEN OUTPUT LayawayFile
               CLOSE LayawayFile
               OPEN I-O LayawayFile
           END-IF
           MOVE Lay-Input-ID TO Layaway-Relative-Key
           READ LayawayFile INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "Y" TO Lay-Found
           END-READ
           CLOSE LayawayFile.

      *>  Units of Reserve-Item-ID held on Open layaways, other than
      *>  layaway Reserve-Skip-ID (0 = count them all), into
      *>  Reserved-Qty. Uses the LayawayFile record buffer.
       Find-Reserved-Qty.
           MOVE 0 TO Reserved-Qty
           OPEN INPUT LayawayFile
           IF File-Status = "00"
               MOVE "N" TO Lay-EOF
               PERFORM UNTIL Lay-EOF = "Y"
                   READ LayawayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO Lay-EOF
                   NOT AT END
                       IF Layaway-Status = "Open"
                          AND Layaway-ID NOT = Reserve-Skip-ID
                           PERFORM VARYING Lay-Scan-IDX FROM 1 BY 1
                               UNTIL Lay-Scan-IDX > 20
                               IF Layaway-Item-ID(Lay-Scan-IDX)
                                     = Reserve-Item-ID
                                   ADD Layaway-Qty(Lay-Scan-IDX)
                                       TO Reserved-Qty
                               END-IF
                           END-PERFORM
                       END-IF
               END-PERFORM
               CLOSE LayawayFile
           END-IF.

      *>  Money still held on layaway Lay-Cur-ID by the method it
      *>  was taken in - deposits and payments less anything already
      *>  refunded - into Lay-Paid-Cash, -Mobile and -Card.
       Sum-Layaway-Pays.
           MOVE 0 TO Lay-Paid-Cash
           MOVE 0 TO Lay-Paid-Mobile
           MOVE 0 TO Lay-Paid-Card
           OPEN INPUT LayPayFile
           IF File-Status = "00"
               MOVE "N" TO LayPay-EOF
               PERFORM UNTIL LayPay-EOF = "Y"
                   READ LayPayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LayPay-EOF
                   NOT AT END
                       IF LayPay-Layaway-ID = Lay-Cur-ID
                          AND (LayPay-Type = "DEPOSIT"
                           OR LayPay-Type = "PAYMENT")
                           EVALUATE LayPay-Method
                               WHEN "MOBILE"
                                   ADD LayPay-Amount TO Lay-Paid-Mobile
                               WHEN "CARD"
                                   ADD LayPay-Amount TO Lay-Paid-Card
                               WHEN OTHER
                                   ADD LayPay-Amount TO Lay-Paid-Cash
                           END-EVALUATE
                       END-IF
                       IF LayPay-Layaway-ID = Lay-Cur-ID
                          AND LayPay-Type = "REFUND"
                           EVALUATE LayPay-Method
                               WHEN "MOBILE"
                                   SUBTRACT LayPay-Amount
                                       FROM Lay-Paid-Mobile
                               WHEN "CARD"
                                   SUBTRACT LayPay-Amount
                                       FROM Lay-Paid-Card
                               WHEN OTHER
                                   SUBTRACT LayPay-Amount
                                       FROM Lay-Paid-Cash
                           END-EVALUATE
                       END-IF
               END-PERFORM
               CLOSE LayPayFile
           END-IF.

      *>  A part-payment on an open layaway, and collection once it
      *>  is paid off. A layaway past its expiry date takes no more
      *>  money - it is for Expire Overdue Layaways to settle.
       Layaway-Payment.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a A9 Bold-On "Layaway Payment / Collect" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
           ACCEPT Lay-Today FROM DATE YYYYMMDD
           DISPLAY "Enter Layaway-ID: "
           ACCEPT Lay-Input-ID
           PERFORM Find-Layaway
           IF Lay-Found NOT = "Y"
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           ELSE
           IF Layaway-Status NOT = "Open"
               DISPLAY ESC Red-On "Error: Layaway is "
               FUNCTION TRIM(Layaway-Status) "." ESC Reset-Color
           ELSE
           IF Layaway-Expiry < Lay-Today
              AND Layaway-Paid < Layaway-Total
               DISPLAY ESC Red-On "Error: Layaway lapsed on "
               Layaway-Expiry " - run Expire Overdue Layaways."
               ESC Reset-Color
           ELSE
               PERFORM Show-Layaway
               COMPUTE Lay-Balance = Layaway-Total - Layaway-Paid
               IF Lay-Balance > 0
                   MOVE "N" TO SS
                   PERFORM UNTIL SS = "Y"
                       DISPLAY "Enter Payment Amount (0 = Cancel): "
                       ACCEPT Lay-Amount
                       IF Lay-Amount > Lay-Balance
                           DISPLAY ESC Red-On
                           "Payment cannot be more than the balance."
                           ESC Reset-Color
                       ELSE
                           MOVE "Y" TO SS
                       END-IF
                   END-PERFORM
                   IF Lay-Amount > 0
                       PERFORM Lay-Take-Money
                       MOVE Layaway-ID TO Lay-Cur-ID
                       MOVE "PAYMENT" TO Lay-Pay-Type
                       PERFORM Write-LayPay
                       PERFORM Lay-Add-Paid
                       MOVE "LAY-PAY" TO Audit-Action
                       MOVE Layaway-ID TO Lay-ID-Display
                       MOVE FUNCTION TRIM(Lay-ID-Display) TO Audit-Key
                       MOVE SPACES TO Audit-Old-Value
                       MOVE Lay-Amount TO Audit-New-Display
                       MOVE FUNCTION TRIM(Audit-New-Display)
                           TO Audit-New-Value
                       PERFORM Write-Audit
                       COMPUTE Lay-Balance = Layaway-Total
                           - Layaway-Paid
                       MOVE Lay-Balance TO Lay-Bal-Display
                       DISPLAY ESC Green-On
                       "Payment recorded. Balance: $"
                       FUNCTION TRIM(Lay-Bal-Display) ESC Reset-Color
                       PERFORM Print-Layaway-Slip
                   END-IF
               END-IF
               IF Lay-Balance = 0
                   DISPLAY "Paid in full. Collect the goods now? "
                       "(1 = Yes 0 = No): "
                   ACCEPT User-Choice
                   IF User-Choice = "1"
                       PERFORM Complete-Layaway
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *>  Adds Lay-Amount to what layaway Lay-Cur-ID has been paid,
      *>  leaving the updated record in the buffer.
       Lay-Add-Paid.
           OPEN I-O LayawayFile
           MOVE Lay-Cur-ID TO Layaway-Relative-Key
           READ LayawayFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               ADD Lay-Amount TO Layaway-Paid
               REWRITE Layaway-Record INVALID KEY
                   DISPLAY ESC Red-On
                   "Error: Unable to rewrite record." ESC Reset-Color
               END-REWRITE
           END-READ
           CLOSE LayawayFile.

      *>  Hands a paid-off layaway (in the record buffer) over to
      *>  the customer: every line must now be on the shelf - a
      *>  special order waits until its stock has been received
      *>  and brought out to the sales floor.
      *>  The stock comes off Item-Qty and its batches, and the
      *>  layaway becomes a Completed invoice paid by LAYBY, the
      *>  money having come in through the deposit and payments.
       Complete-Layaway.
           MOVE Layaway-ID TO Lay-Cur-ID
           MOVE Layaway-Record TO Lay-Save-Record
           MOVE 0 TO Lay-Work-Count
           PERFORM VARYING Lay-Line-IDX FROM 1 BY 1
               UNTIL Lay-Line-IDX > 20
               IF Layaway-Item-ID(Lay-Line-IDX) NUMERIC
                  AND Layaway-Item-ID(Lay-Line-IDX) > 0
                   ADD 1 TO Lay-Work-Count
                   MOVE Layaway-Line(Lay-Line-IDX)
                       TO Lay-Work-Line(Lay-Work-Count)
               END-IF
           END-PERFORM
           MOVE "Y" TO Lay-Stock-OK
           PERFORM VARYING Lay-Line-IDX FROM 1 BY 1
               UNTIL Lay-Line-IDX > Lay-Work-Count
               MOVE Lay-Work-Item-ID(Lay-Line-IDX) TO Reserve-Item-ID
               MOVE Lay-Cur-ID TO Reserve-Skip-ID
               PERFORM Find-Reserved-Qty
               OPEN I-O ItemFile
               MOVE Reserve-Item-ID TO RelativeKey
               READ ItemFile INVALID KEY
                   DISPLAY ESC Red-On "Error: Record not found."
                   ESC Reset-Color
                   MOVE "N" TO Lay-Stock-OK
               NOT INVALID KEY
                   IF Item-Qty < Reserved-Qty
                                 + Lay-Work-Qty(Lay-Line-IDX)
                       MOVE "N" TO Lay-Stock-OK
                       DISPLAY ESC Yellow-On "Not in stock yet: "
                       Item-Name ESC Reset-Color
                   ELSE
                       MOVE Item-ID TO Loc-Item-ID
                       MOVE Item-Qty TO Loc-Item-Total
                       PERFORM Load-Item-Loc
                       IF Loc-Floor-Qty < Lay-Work-Qty(Lay-Line-IDX)
                           MOVE "N" TO Lay-Stock-OK
                           DISPLAY ESC Yellow-On
                           "Not on the sales floor yet: "
                           Item-Name ESC Reset-Color
                       END-IF
                   END-IF
               END-READ
               CLOSE ItemFile
           END-PERFORM
           MOVE Lay-Save-Record TO Layaway-Record
           IF Lay-Stock-OK NOT = "Y"
               DISPLAY ESC Yellow-On
               "The goods stay on layaway until the stock is in."
               ESC Reset-Color
           ELSE
               PERFORM Open-Item-IO-Retry
               IF Item-Opened NOT = "Y"
                   DISPLAY ESC Red-On
                   "Record busy - collect the layaway again shortly."
                   ESC Reset-Color
               ELSE
                   PERFORM VARYING Lay-Line-IDX FROM 1 BY 1
                       UNTIL Lay-Line-IDX > Lay-Work-Count
                       MOVE Lay-Work-Item-ID(Lay-Line-IDX)
                           TO RelativeKey
                       READ ItemFile INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Record not found." ESC Reset-Color
                       NOT INVALID KEY
                           SUBTRACT Lay-Work-Qty(Lay-Line-IDX)
                               FROM Item-Qty
                           REWRITE Item-Record INVALID KEY
                               DISPLAY ESC Red-On
                               "Error: Unable to rewrite record."
                               ESC Reset-Color
                           END-REWRITE
                       END-READ
                   END-PERFORM
                   CLOSE ItemFile
                   PERFORM Lay-Write-Invoice
               END-IF
           END-IF.

      *>  Sale lines, batch draws and the invoice for the layaway
      *>  being collected, then the layaway is marked Completed.
      *>  Sale-cart numbers clear the live, archived and in-cart
      *>  ones, so no register's next checkout can land on them.
       Lay-Write-Invoice.
           ACCEPT Lay-Today FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE 0 TO Lay-Next-SC-ID
           OPEN I-O SaleCartFile
           IF File-Status = "35"
               OPEN OUTPUT SaleCartFile
               CLOSE SaleCartFile
               OPEN I-O SaleCartFile
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
               READ SaleCartFile NEXT RECORD
               AT END
                   MOVE "Y" TO EOF
               NOT AT END
                   IF Sale-Cart-ID > Lay-Next-SC-ID
                       MOVE Sale-Cart-ID TO Lay-Next-SC-ID
                   END-IF
           END-PERFORM
           CLOSE SaleCartFile
           OPEN INPUT SCArchFile
           IF File-Status = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ SCArchFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF Arch-Sale-Cart-ID > Lay-Next-SC-ID
                           MOVE Arch-Sale-Cart-ID TO Lay-Next-SC-ID
                       END-IF
               END-PERFORM
               CLOSE SCArchFile
           END-IF
           OPEN INPUT CartFile
           IF File-Status = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                   READ CartFile NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF
                   NOT AT END
                       IF Cart-ID > Lay-Next-SC-ID
                           MOVE Cart-ID TO Lay-Next-SC-ID
                       END-IF
               END-PERFORM
               CLOSE CartFile
           END-IF
           ADD 1 TO Lay-Next-SC-ID
           PERFORM Allocate-Invoice-ID
           PERFORM Lay-Find-Customer
           MOVE ZEROES TO Item-ID-List
           MOVE ALL "N" TO Line-Fulfilled-List
           OPEN I-O SaleCartFile
           PERFORM VARYING Lay-Line-IDX FROM 1 BY 1
               UNTIL Lay-Line-IDX > Lay-Work-Count
               COMPUTE Sale-Cart-ID = Lay-Next-SC-ID + Lay-Line-IDX - 1
               MOVE Sale-Cart-ID TO Sale-Cart-Relative-Key
               MOVE Lay-Work-Item-ID(Lay-Line-IDX) TO Sale-Cart-Item-ID
               MOVE Lay-Work-Qty(Lay-Line-IDX) TO Sale-Cart-Quantity
               MOVE Lay-Work-Price(Lay-Line-IDX)
                   TO Sale-Cart-Unit-Of-Price
               MOVE Lay-Today TO Sale-Date
               WRITE Sale-Cart-Record INVALID KEY
                   DISPLAY ESC Red-On
                   "Error: Unable to write record." ESC Reset-Color
               END-WRITE
               MOVE Sale-Cart-ID TO Invoice-Sale-Cart-ID(Lay-Line-IDX)
               MOVE "Y" TO Invoice-Line-Fulfilled(Lay-Line-IDX)
           END-PERFORM
           CLOSE SaleCartFile
           PERFORM VARYING Lay-Line-IDX FROM 1 BY 1
               UNTIL Lay-Line-IDX > Lay-Work-Count
               MOVE Lay-Work-Item-ID(Lay-Line-IDX) TO FEFO-Item-ID
               MOVE Lay-Work-Qty(Lay-Line-IDX) TO FEFO-Qty
               MOVE Invoice-Sale-Cart-ID(Lay-Line-IDX)
                   TO FEFO-Sale-Cart-ID
               MOVE Allocated-Invoice-ID TO FEFO-Invoice-ID
               MOVE Lay-Today TO FEFO-Sale-Date
               PERFORM Consume-Item-Batches
           END-PERFORM
           MOVE Allocated-Invoice-ID TO Invoice-ID
           MOVE Allocated-Invoice-ID TO Invoice-Relative-Key
           MOVE Input-ID TO Invoice-Casher-ID
           MOVE Lay-Cust-Name TO Invoice-Customer-Name
           MOVE Layaway-Customer-ID TO Invoice-Customer-ID
           MOVE Layaway-Goods TO Total-Amount
           MOVE 0 TO Discount
           MOVE Layaway-Goods TO Final-Amount
           MOVE Layaway-Tax TO Tax
           MOVE Layaway-Total TO Pay-Amount
           MOVE Lay-Today TO Invoice-Date
           MOVE WS-TIME-RAW(1:2) TO WS-HH
           MOVE WS-TIME-RAW(3:2) TO WS-MM
           IF WS-HH >= 12
               MOVE 'PM' TO WS-AMPM
               SUBTRACT WS-HH FROM 12 GIVING WS-HH
           ELSE
               MOVE 'AM' TO WS-AMPM
           END-IF
           MOVE SPACES TO Invoice-Time
           STRING WS-HH DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WS-MM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMPM DELIMITED BY SIZE
               INTO Invoice-Time
           MOVE "Completed" TO Invoice-Status
           MOVE "LAYBY" TO Invoice-Pay-Method
           MOVE Layaway-Total TO Invoice-Tendered
           MOVE 0 TO Invoice-Change
           MOVE 0 TO Invoice-Points-Earned
           MOVE 0 TO Invoice-Points-Used
           MOVE "Y" TO Invoice-Settled
           OPEN I-O InvoiceFile
           IF File-Status = "35"
               OPEN OUTPUT InvoiceFile
               CLOSE InvoiceFile
               OPEN I-O InvoiceFile
           END-IF
           WRITE Invoice-Record INVALID KEY
               DISPLAY ESC Red-On
               "Error: Unable to write invoice record." ESC Reset-Color
           END-WRITE
           CLOSE InvoiceFile
           OPEN I-O LayawayFile
           MOVE Lay-Cur-ID TO Layaway-Relative-Key
           READ LayawayFile INVALID KEY
               DISPLAY ESC Red-On "Error: Record not found."
               ESC Reset-Color
           NOT INVALID KEY
               MOVE "Completed" TO Layaway-Status
               MOVE Invoice-ID TO Layaway-Invoice-ID
               REWRITE Layaway-Record INVALID KEY
                   DISPLAY ESC Red-On
                   "Error: Unable to rewrite record." ESC Reset-Color
               END-REWRITE
           END-READ
           CLOSE LayawayFile
           MOVE "LAY-DONE" TO Audit-Action
           MOVE Lay-Cur-ID TO Lay-ID-Display
           MOVE FUNCTION TRIM(Lay-ID-Display) TO Audit-Key
           MOVE SPACES TO Audit-Old-Value
           MOVE Invoice-ID TO Invoice-ID-Display
           MOVE FUNCTION TRIM(Invoice-ID-Display) TO Audit-New-Value
           PERFORM Write-Audit
           DISPLAY ESC Green-On "Layaway #"
               FUNCTION TRIM(Lay-ID-Display)
           " collected - invoice #" FUNCTION TRIM(Invoice-ID-Display)
           ESC Reset-Color
           MOVE Invoice-ID TO MAX-ID
           PERFORM View-Invocie
           PERFORM Print-Receipt.

      *>  Name of the customer on the layaway in the record buffer
      *>  into Lay-Cust-Name.
       Lay-Find-Customer.
           MOVE SPACES TO Lay-Cust-Name
           OPEN INPUT CustomerFile
           IF File-Status = "00"
               MOVE Layaway-Customer-ID TO Customer-Relative-Key
               READ CustomerFile INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Cust-Name TO Lay-Cust-Name
               END-READ
               CLOSE CustomerFile
           END-IF.

      *>  The layaway in the record buffer on screen: its lines,
      *>  totals and every payment taken against it.
       Show-Layaway.
           PERFORM Lay-Find-Customer
           MOVE Layaway-ID TO Lay-ID-Display
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY "Layaway-ID     : " FUNCTION TRIM(Lay-ID-Display)
           MOVE Layaway-Customer-ID TO Customer-ID-Display
           DISPLAY "Customer       : "
               FUNCTION TRIM(Customer-ID-Display)
               " " Lay-Cust-Name
           DISPLAY "Raised         : " Layaway-Date
               "  by " Layaway-Casher-ID
           DISPLAY "Expires        : " Layaway-Expiry
           DISPLAY "Status         : " Layaway-Status
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY "Item Name                Qty   Unit-Price"
           OPEN I-O ItemFile
           PERFORM VARYING Lay-Line-IDX FROM 1 BY 1
               UNTIL Lay-Line-IDX > 20
               IF Layaway-Item-ID(Lay-Line-IDX) NUMERIC
                  AND Layaway-Item-ID(Lay-Line-IDX) > 0
                   MOVE SPACES TO Input-Item-Name
                   MOVE Layaway-Item-ID(Lay-Line-IDX) TO RelativeKey
                   READ ItemFile INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Item-Name TO Input-Item-Name
                   END-READ
                   MOVE Layaway-Qty(Lay-Line-IDX) TO Lay-Qty-Display
                   MOVE Layaway-Price(Lay-Line-IDX) TO Lay-Amt-Display
                   IF Layaway-Special(Lay-Line-IDX) = "Y"
                       DISPLAY Input-Item-Name A2 Lay-Qty-Display A2
                           Lay-Amt-Display "$" ESC Yellow-On
                           " (special order)" ESC Reset-Color
                   ELSE
                       DISPLAY Input-Item-Name A2 Lay-Qty-Display A2
                           Lay-Amt-Display "$"
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ItemFile
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           OPEN INPUT LayPayFile
           IF File-Status = "00"
               MOVE "N" TO LayPay-EOF
               PERFORM UNTIL LayPay-EOF = "Y"
                   READ LayPayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO LayPay-EOF
                   NOT AT END
                       IF LayPay-Layaway-ID = Layaway-ID
                           MOVE LayPay-Amount TO Lay-Amt-Display
                           DISPLAY LayPay-Date " " LayPay-Type " "
                               LayPay-Method " " Lay-Amt-Display "$"
                       END-IF
               END-PERFORM
               CLOSE LayPayFile
           END-IF
           MOVE Layaway-Total TO Lay-Amt-Display
           DISPLAY "Layaway Total  : $" FUNCTION TRIM(Lay-Amt-Display)
           MOVE Layaway-Paid TO Lay-Amt-Display
           DISPLAY "Paid           : $" FUNCTION TRIM(Lay-Amt-Display)
           COMPUTE Lay-Balance = Layaway-Total - Layaway-Paid
           MOVE Lay-Balance TO Lay-Bal-Display
           DISPLAY "Balance        : $" FUNCTION TRIM(Lay-Bal-Display)
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off.

      *>  A layaway_<id>.txt slip for the customer each time money
      *>  is taken, laid out like Print-Receipt: what is put aside,
      *>  what has been paid and the balance due by the expiry date.
       Print-Layaway-Slip.
           PERFORM Lay-Find-Customer
           MOVE Layaway-ID TO Lay-ID-Display
           MOVE SPACES TO WS-Receipt-Path
           STRING "layaway_" DELIMITED BY SIZE
               FUNCTION TRIM(Lay-ID-Display) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-Receipt-Path
           OPEN OUTPUT ReceiptFile
           MOVE SPACES TO Receipt-Line
           STRING "Layaway #" DELIMITED BY SIZE
               FUNCTION TRIM(Lay-ID-Display) DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           STRING "Customer  : " DELIMITED BY SIZE
               Lay-Cust-Name DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           STRING "Raised    : " DELIMITED BY SIZE
               Layaway-Date DELIMITED BY SIZE
               "  Expires: " DELIMITED BY SIZE
               Layaway-Expiry DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE SPACES TO Receipt-Line
           WRITE Receipt-Line
           MOVE "Item Name                Qty   Unit-Price"
               TO Receipt-Line
           WRITE Receipt-Line
           OPEN I-O ItemFile
           PERFORM VARYING Lay-Line-IDX FROM 1 BY 1
               UNTIL Lay-Line-IDX > 20
               IF Layaway-Item-ID(Lay-Line-IDX) NUMERIC
                  AND Layaway-Item-ID(Lay-Line-IDX) > 0
                   MOVE SPACES TO Input-Item-Name
                   MOVE Layaway-Item-ID(Lay-Line-IDX) TO RelativeKey
                   READ ItemFile INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Item-Name TO Input-Item-Name
                   END-READ
                   MOVE Layaway-Qty(Lay-Line-IDX) TO Lay-Qty-Display
                   MOVE Layaway-Price(Lay-Line-IDX) TO Lay-Amt-Display
                   MOVE SPACES TO Lay-Note
                   IF Layaway-Special(Lay-Line-IDX) = "Y"
                       MOVE " (special order)" TO Lay-Note
                   END-IF
                   MOVE SPACES TO Receipt-Line
                   STRING Input-Item-Name DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       Lay-Qty-Display DELIMITED BY SIZE
                       "  $" DELIMITED BY SIZE
                       Lay-Amt-Display DELIMITED BY SIZE
                       Lay-Note DELIMITED BY SIZE
                       INTO Receipt-Line
                   WRITE Receipt-Line
               END-IF
           END-PERFORM
           CLOSE ItemFile
           MOVE SPACES TO Receipt-Line
           WRITE Receipt-Line
           MOVE Layaway-Total TO Lay-Amt-Display
           MOVE SPACES TO Receipt-Line
           STRING "Layaway Total : $" DELIMITED BY SIZE
               FUNCTION TRIM(Lay-Amt-Display) DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           MOVE Layaway-Paid TO Lay-Amt-Display
           MOVE SPACES TO Receipt-Line
           STRING "Paid To Date  : $" DELIMITED BY SIZE
               FUNCTION TRIM(Lay-Amt-Display) DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           COMPUTE Lay-Balance = Layaway-Total - Layaway-Paid
           MOVE Lay-Balance TO Lay-Bal-Display
           MOVE SPACES TO Receipt-Line
           STRING "Balance Due   : $" DELIMITED BY SIZE
               FUNCTION TRIM(Lay-Bal-Display) DELIMITED BY SIZE
               INTO Receipt-Line
           WRITE Receipt-Line
           CLOSE ReceiptFile
           DISPLAY ESC Green-On
           "Layaway slip saved to file: " FUNCTION TRIM(WS-Receipt-Path)
           ESC Reset-Color.

       View-Layaways.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a a ESC Green-On Bold-On "Layaway Record"
           Bold-Off ESC Reset-Color
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
           DISPLAY "ID    Cust  Raised   Expires  Status   "
                   "     Total       Paid"
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           OPEN INPUT LayawayFile
           IF File-Status = "00"
               MOVE "N" TO Lay-EOF
               PERFORM UNTIL Lay-EOF = "Y"
                   READ LayawayFile NEXT RECORD
                   AT END
                       MOVE "Y" TO Lay-EOF
                   NOT AT END
                       MOVE Layaway-ID TO Lay-ID-Display
                       MOVE Layaway-Customer-ID TO Customer-ID-Display
                       MOVE Layaway-Total TO Lay-Amt-Display
                       MOVE Layaway-Paid TO Lay-Bal-Display
                       DISPLAY Lay-ID-Display " "
                           Customer-ID-Display " "
                           Layaway-Date " " Layaway-Expiry " "
                           Layaway-Status " " Lay-Amt-Display " "
                           Lay-Bal-Display
               END-PERFORM
               CLOSE LayawayFile
           END-IF
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY "Enter Layaway-ID for detail (0 = Back): "
           ACCEPT Lay-Input-ID
           IF Lay-Input-ID > 0
               PERFORM Find-Layaway
               IF Lay-Found = "Y"
                   PERFORM Show-Layaway
               ELSE
                   DISPLAY ESC Red-On "Error: Record not found."
                   ESC Reset-Color
               END-IF
           END-IF.

      *>  Lapses every open layaway past its expiry date that is
      *>  not yet paid off, which releases its reserved stock. What
      *>  was paid is refunded by the methods it came in by, or
      *>  forfeited, as the setup layaway policy says. A paid-off
      *>  layaway waiting on a special order never lapses.
       Expire-Layaways.
           DISPLAY " "
           DISPLAY Bold-On H10 H10 H10 H10 H10 H10 H10 H10 H10
               Bold-Off
           DISPLAY a a A9 Bold-On "Expire Overdue Layaways" Bold-Off
           DISPLAY Bold-On e10 e10 e10 e10 e10 e10 e10 e10 e10
               Bold-Off
           ACCEPT Lay-Today FROM DATE YYYYMMDD
           PERFORM Load-Setup
           MOVE 0 TO Lay-Count
           OPEN I-O LayawayFile
           IF File-Status = "35"
               OPEN OUTPUT LayawayFile
               CLOSE LayawayFile
               OPEN I-O LayawayFile
           END-IF
           MOVE "N" TO Lay-EOF
           PERFORM UNTIL Lay-EOF = "Y"
               READ LayawayFile NEXT RECORD
               AT END
                   MOVE "Y" TO Lay-EOF
               NOT AT END
                   IF Layaway-Status = "Open"
                      AND Layaway-Expiry < Lay-Today
                      AND Layaway-Paid < Layaway-Total
                       MOVE "Expired" TO Layaway-Status
                       REWRITE Layaway-Record INVALID KEY
                           DISPLAY ESC Red-On
                           "Error: Unable to rewrite record."
                           ESC Reset-Color
                       END-REWRITE
                       ADD 1 TO Lay-Count
                       PERFORM Lay-Settle-Expired
                   END-IF
           END-PERFORM
           CLOSE LayawayFile
           MOVE Lay-Count TO Lay-ID-Display
           DISPLAY "Layaways expired : " FUNCTION TRIM(Lay-ID-Display).

      *>  Refunds or forfeits what was paid on the layaway just
      *>  expired (in the record buffer), per the setup policy.
       Lay-Settle-Expired.
           MOVE Layaway-ID TO Lay-Cur-ID
           MOVE Layaway-ID TO Lay-ID-Display
           MOVE "LAY-EXP" TO Audit-Action
           MOVE FUNCTION TRIM(Lay-ID-Display) TO Audit-Key
           MOVE SPACES TO Audit-Old-Value
           MOVE Layaway-Paid TO Lay-Amt-Display
           IF Layaway-Paid = 0
               DISPLAY "Layaway #" FUNCTION TRIM(Lay-ID-Display)
               " expired - nothing was paid."
               MOVE "NONE PAID" TO Audit-New-Value
           ELSE
           IF Setup-Layaway-Forfeit = "Y"
               MOVE "FORFEIT" TO Lay-Pay-Type
               MOVE Layaway-Paid TO Lay-Amount
               MOVE SPACES TO Lay-Method
               PERFORM Write-LayPay
               DISPLAY ESC Yellow-On "Layaway #"
               FUNCTION TRIM(Lay-ID-Display) " expired - $"
               FUNCTION TRIM(Lay-Amt-Display) " forfeited."
               ESC Reset-Color
               MOVE SPACES TO Audit-New-Value
               STRING "FORFEIT " DELIMITED BY SIZE
                   FUNCTION TRIM(Lay-Amt-Display) DELIMITED BY SIZE
                   INTO Audit-New-Value
           ELSE
               PERFORM Sum-Layaway-Pays
               DISPLAY ESC Yellow-On "Layaway #"
               FUNCTION TRIM(Lay-ID-Display) " expired - refund $"
               FUNCTION TRIM(Lay-Amt-Display) ":" ESC Reset-Color
               MOVE "REFUND" TO Lay-Pay-Type
               IF Lay-Paid-Cash > 0
                   MOVE "CASH" TO Lay-Method
                   MOVE Lay-Paid-Cash TO Lay-Amount
                   PERFORM Write-LayPay
                   MOVE Lay-Amount TO Lay-Bal-Display
                   DISPLAY "  Cash   : $" FUNCTION TRIM(Lay-Bal-Display)
               END-IF
               IF Lay-Paid-Mobile > 0
                   MOVE "MOBILE" TO Lay-Method
                   MOVE Lay-Paid-Mobile TO Lay-Amount
                   PERFORM Write-LayPay
                   MOVE Lay-Amount TO Lay-Bal-Display
                   DISPLAY "  Mobile : $" FUNCTION TRIM(Lay-Bal-Display)
               END-IF
               IF Lay-Paid-Card > 0
                   MOVE "CARD" TO Lay-Method
                   MOVE Lay-Paid-Card TO Lay-Amount
                   PERFORM Write-LayPay
                   MOVE Lay-Amount TO Lay-Bal-Display
                   DISPLAY "  Card   : $" FUNCTION TRIM(Lay-Bal-Display)
               END-IF
               MOVE SPACES TO Audit-New-Value
               STRING "REFUND " DELIMITED BY SIZE
                   FUNCTION TRIM(Lay-Amt-Display) DELIMITED BY SIZE
                   INTO Audit-New-Value
           END-IF
           END-IF
           PERFORM Write-Audit.

      *>  Takes goods back against a Completed (or partly refunded)
      *>  invoice: the casher picks invoice lines and quantities, each
      *>  them from, so Item-Batches keeps matching the shelf.
           MOVE Sale-Cart-Item-ID TO FEFO-Item-ID
           MOVE Return-Line-Qty TO FEFO-Qty
           MOVE Sale-Cart-ID TO FEFO-Sale-Cart-ID
           PERFORM Release-Sale-Batches
           PERFORM Restock-Item-Batches

           OPEN I-O ReturnFile
                   END-PERFORM
                   CLOSE SCArchFile

      *>      Cost of goods sold at the weighted-average cost of
      *>      everything received up to the end of the range.
                   MOVE Item-ID TO Avg-Cost-Item-ID
                   MOVE End-Date-Num TO Avg-Cost-Date
                   PERFORM Find-Average-Cost
                   MOVE Avg-Unit-Cost TO Profit-Unit-Cost

      *>      Net out anything refunded during the report range -
      *>      revenue handed back out of the till is not profit.
            END-IF
            MOVE "N" TO EOF
            MOVE 0 TO Low-Stock-Count
            MOVE 0 TO Loc-Refill-Count
            PERFORM UNTIL EOF = "Y"
               READ ItemFile NEXT RECORD
               AT END
                   IF Item-Qty < Effective-Reorder-Point
                       ADD 1 TO Low-Stock-Count
                   END-IF
      *>          The shop can hold plenty while the shelf itself is
      *>          bare - count those separately for a refill.
                   MOVE Item-ID TO Loc-Item-ID
                   MOVE Item-Qty TO Loc-Item-Total
                   PERFORM Load-Item-Loc
                   IF Loc-Refill-Flag = "Y"
                       ADD 1 TO Loc-Refill-Count
                   END-IF
            END-PERFORM
            CLOSE ItemFile.

