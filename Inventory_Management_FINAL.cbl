
           SELECT AUDIT-SORT-FILE ASSIGN TO "AUDSORT.TMP".

      *> Reads the movement journal, live or a STOCKMOVES_YYYYMM.DAT
      *> archive, by name -- the EXTEND-only MOVEMENT-FILE below
      *> is for posting.
           SELECT MOVEMENT-HIST-FILE ASSIGN TO WS-MOV-HIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVH-FILESTATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CSVJOB.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILESTATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWORK.TMP".

           SELECT AP-SORT-FILE ASSIGN TO "APSORT.TMP".

           SELECT PO-FILE ASSIGN TO WS-PO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONF-FILE ASSIGN TO WS-CONF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RTN-CONTROL-FILE ASSIGN TO "RTNUMBER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTNCTL-FILESTATUS.

           SELECT HELD-STOCK-FILE ASSIGN TO "HELDSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HELD-ITEM-CODE
               FILE STATUS IS HELD-FILESTATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ALT-CODE
               FILE STATUS IS XREF-FILESTATUS.

           SELECT DEBIT-MEMO-FILE ASSIGN TO "DEBITMEMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-NUMBER
               FILE STATUS IS DM-FILESTATUS.

           SELECT DM-CONTROL-FILE ASSIGN TO "DMNUMBER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DMCTL-FILESTATUS.

           SELECT KIT-FILE ASSIGN TO "KITDEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-KEY
               FILE STATUS IS KIT-FILESTATUS.

      *> Receipt cost layers. Postings against one item are already
      *> serialized by the lock on its inventory record, so the
      *> layer records themselves are read without locking.
           SELECT COST-LAYER-FILE ASSIGN TO "COSTLAYER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAYER-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL
               FILE STATUS IS LAYER-FILESTATUS.

      *> Shelf labels wanted outside the nightly price and receipt
      *> run; SHELF-LABEL-PRINT picks them up.
           SELECT LABEL-QUEUE-FILE ASSIGN TO "LABELQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBLQ-FILESTATUS.

      *> Closed documents moved out of the live masters by
      *> ARCHIVE-CLOSED-DOCUMENTS, found through its catalog.
           SELECT DOC-HIST-CATALOG ASSIGN TO "DOCHIST.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DHC-FILESTATUS.

           SELECT CO-HIST-FILE ASSIGN TO WS-DOC-HIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCH-FILESTATUS.

           SELECT INV-HIST-FILE ASSIGN TO WS-DOC-HIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCH-FILESTATUS.

      *> Open-to-buy: the month's buying budget per item category.
           SELECT OTB-BUDGET-FILE ASSIGN TO "OTBBUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OTB-KEY
               FILE STATUS IS OTB-FILESTATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE.
           05 ITEM-LAST-RECEIPT-DATE PIC 9(8).
           05 ITEM-LAST-MOVEMENT-DATE PIC 9(8).
           05 ITEM-UNIT-COST    PIC 9(7)V99.
           05 ITEM-ABC-CLASS    PIC X.
           05 ITEM-LAST-COUNT-DATE PIC 9(8).
           05 FILLER            PIC X(20).

       FD CSV-FILE.
       01 CSV-RECORD            PIC X(120).
       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD        PIC X(120).

       FD MOVEMENT-HIST-FILE.
       01 MOVEMENT-HIST-RECORD   PIC X(120).

       FD REPORT-FILE.
       01 REPORT-RECORD          PIC X(132).

               10 CO-LINE-STATUS     PIC X(10).
               10 CO-LINE-BO-QTY     PIC 9(5).
               10 CO-LINE-UNIT-PRICE PIC 9(7)V99.
      *> CO-LINE-SETTLED-QTY is what actually left the building at
      *> pickup (a short issue settles for less than the allocated
      *> quantity); CO-LINE-RETURNED-QTY is how much of that the
      *> customer has since brought back. Lines settled before these
      *> fields existed carry spaces in them.
               10 CO-LINE-SETTLED-QTY PIC 9(5).
               10 CO-LINE-RETURNED-QTY PIC 9(5).
               10 CO-LINE-SETTLE-DATE PIC 9(8).
               10 FILLER             PIC X(37).

       FD CO-CONTROL-FILE.
       01 COCTL-RECORD           PIC X(10).

       FD RTN-CONTROL-FILE.
       01 RTNCTL-RECORD          PIC X(10).

      *> Customer returns too damaged to go back on sale. The units
      *> sit here, outside STOCK-QUANTITY, so no issue, pickup or
      *> sale can ever take them.
       FD HELD-STOCK-FILE.
       01 HELD-STOCK-RECORD.
           05 HELD-ITEM-CODE     PIC X(10).
           05 HELD-QUANTITY      PIC 9(5).
           05 HELD-LAST-DATE     PIC 9(8).

      *> The order confirmation ticket, one file per order in the
      *> PO_nnnnnn.TXT naming style, for the customer's copy.
       FD CONF-FILE.
               10 INV-STATUS         PIC X(10).
               10 INV-LINE-COUNT     PIC 9(3).
               10 INV-TOTAL-AMT      PIC 9(9)V99.
      *> Set at approval from the supplier's terms: the due date,
      *> and the last day the early-payment discount can be taken.
      *> The payment run fills in the paid date and amount when it
      *> marks the invoice PAID.
               10 INV-DUE-DATE       PIC 9(8).
               10 INV-DISC-DATE      PIC 9(8).
               10 INV-DISC-PCT       PIC 9(2)V99.
               10 INV-PAID-DATE      PIC 9(8).
               10 INV-PAID-AMT       PIC 9(9)V99.
               10 FILLER             PIC X(20).
           05 INV-LINE-FIELDS REDEFINES INV-HEADER-FIELDS.
               10 INV-LINE-ITEM-CODE PIC X(10).
               10 INV-LINE-QTY       PIC 9(5).
               10 INV-LINE-PRICE     PIC 9(7)V99.
               10 INV-LINE-MATCH     PIC X(20).
               10 FILLER             PIC X(59).

      *> The discrepancy list for whoever calls the supplier, one
      *> file per invoice.
           05 SUPPLIER-NAME      PIC X(30).
           05 SUPPLIER-CONTACT   PIC X(30).
           05 SUPPLIER-LEAD-DAYS PIC 9(3).
      *> Payment terms: the invoice falls due SUPPLIER-NET-DAYS
      *> after its date, and SUPPLIER-DISC-PCT comes off if it is
      *> paid within SUPPLIER-DISC-DAYS.
           05 SUPPLIER-NET-DAYS  PIC 9(3).
           05 SUPPLIER-DISC-PCT  PIC 9(2)V99.
           05 SUPPLIER-DISC-DAYS PIC 9(3).
           05 FILLER             PIC X(20).

      *> Keyed like SUPPLIER.DAT: one master record per regular
      *> customer, so Mrs. Reyes is C00012 everywhere instead of
               88 XREF-VENDOR         VALUE "VENDOR".
           05 XREF-SUPPLIER      PIC X(6).

      *> One record per return-to-vendor shipment: what went back
      *> against which PO line, at the cost we paid, and the
      *> supplier invoice the credit is taken off. DM-INVOICE-NO
      *> stays blank when the goods go back before the invoice is
      *> keyed; invoice entry links the memo when it arrives.
       FD DEBIT-MEMO-FILE.
       01 DEBIT-MEMO-RECORD.
           05 DM-NUMBER          PIC 9(6).
           05 DM-SUPPLIER-CODE   PIC X(6).
           05 DM-PO-NUMBER       PIC 9(6).
           05 DM-PO-LINE-NO      PIC 9(3).
           05 DM-INVOICE-NO      PIC X(12).
           05 DM-ITEM-CODE       PIC X(10).
           05 DM-QTY             PIC 9(5).
           05 DM-UNIT-COST       PIC 9(7)V99.
           05 DM-AMOUNT          PIC 9(9)V99.
           05 DM-DATE            PIC 9(8).
           05 DM-LOC             PIC X(10).
           05 DM-REASON          PIC X(20).
           05 DM-STATUS          PIC X(10).
           05 FILLER             PIC X(20).

       FD DM-CONTROL-FILE.
       01 DMCTL-RECORD           PIC X(10).

      *> A kit (gift set, bundle) is an ordinary item on the
      *> inventory file with one record here per component: what
      *> goes into one kit and how many of it. Its own
      *> STOCK-QUANTITY is kits already made up; anything beyond
      *> that is built from the components as it is sold.
       FD KIT-FILE.
       01 KIT-RECORD.
           05 KIT-KEY.
               10 KIT-CODE           PIC X(10).
               10 KIT-COMP-CODE      PIC X(10).
           05 KIT-COMP-QTY       PIC 9(5).
           05 FILLER             PIC X(20).

      *> One record per receipt still (partly) on the shelf: how
      *> many came in, how many of them are left, and what each
      *> cost. LAYER-SEQ counts up within the item, so the item's
      *> layers read back in key order oldest first; a layer used
      *> up is deleted.
       FD COST-LAYER-FILE.
       01 COST-LAYER-RECORD.
           05 LAYER-KEY.
               10 LAYER-ITEM-CODE    PIC X(10).
               10 LAYER-SEQ          PIC 9(5).
           05 LAYER-DATE         PIC 9(8).
           05 LAYER-SOURCE       PIC X(3).
           05 LAYER-REF          PIC X(10).
           05 LAYER-ORIG-QTY     PIC 9(5).
           05 LAYER-QTY          PIC 9(5).
           05 LAYER-UNIT-COST    PIC 9(7)V99.
           05 FILLER             PIC X(20).

      *> One line: the business date postings are stamped with, the
      *> last day closed, and who closed it when (system date and
      *> time). Every program reads it; only Close Business Day
      *> writes it.
       FD BUSDATE-FILE.
       01 BUSDATE-RECORD         PIC X(80).

      *> item,labels,location,queued date,operator,printed date --
      *> the printed date stays blank until the label job runs.
       FD LABEL-QUEUE-FILE.
       01 LABEL-QUEUE-RECORD     PIC X(80).

      *> type (PO, CO or INV),history file name,date archived
       FD DOC-HIST-CATALOG.
       01 DHC-RECORD             PIC X(80).

      *> Archived records in the CUSTORDER.DAT and INVOICE.DAT
      *> layouts, header first and then its lines.
       FD CO-HIST-FILE.
       01 CO-HIST-RECORD         PIC X(104).

       FD INV-HIST-FILE.
       01 INV-HIST-RECORD        PIC X(119).

      *> One record per month and ITEM-CATEGORY, set by a
      *> supervisor: the cost of goods that may be bought in.
       FD OTB-BUDGET-FILE.
       01 OTB-BUDGET-RECORD.
           05 OTB-KEY.
               10 OTB-MONTH          PIC 9(6).
               10 OTB-CATEGORY       PIC X(20).
           05 OTB-BUDGET-AMT        PIC 9(9)V99.
           05 OTB-SET-BY            PIC X(10).
           05 OTB-SET-DATE          PIC 9(8).
           05 FILLER                PIC X(20).

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SRT-ITEM-CODE         PIC X(10).
           05 SRT-ALLOCATED-QTY     PIC 9(5).
           05 SRT-LAST-MOVEMENT     PIC 9(8).

      *> Unpaid invoices for the payables aging report, ordered
      *> supplier by supplier, oldest invoice first.
       SD AP-SORT-FILE.
       01 AP-SORT-RECORD.
           05 APS-SUPPLIER-CODE     PIC X(6).
           05 APS-INV-DATE          PIC 9(8).
           05 APS-INVOICE-NO        PIC X(12).
           05 APS-PO-NUMBER         PIC 9(6).
           05 APS-STATUS            PIC X(10).
           05 APS-DUE-DATE          PIC 9(8).
           05 APS-OPEN-AMT          PIC S9(9)V99.

       SD AUDIT-SORT-FILE.
       01 AUD-SORT-RECORD.
           05 AUD-SORT-KEY.
       01 WS-MTX-RCV-COUNT      PIC 9(3).
       01 WS-MTX-RCV-QTY        PIC 9(7).
       01 WS-MTX-SKIP-COUNT     PIC 9(3).
      *> Size curve: journal quantities per cell of the grid above
      *> over the chosen window, and the buy split worked from them.
       01 MTX-SALES-GRID.
           05 MTX-SALES-ROW OCCURS 10 TIMES.
               10 MTX-SALES-CELL OCCURS 8 TIMES.
                   15 MTX-CELL-IN    PIC 9(7).
                   15 MTX-CELL-RTV   PIC 9(7).
                   15 MTX-CELL-OUT   PIC 9(7).
                   15 MTX-CELL-RTN   PIC 9(7).
                   15 MTX-CELL-RCV   PIC 9(7).
                   15 MTX-CELL-SOLD  PIC 9(7).
                   15 MTX-CELL-SPLIT PIC 9(5).
                   15 MTX-CELL-FRAC  PIC V9(6).
       01 MTX-SIZE-SOLD-TABLE.
           05 MTX-SIZE-SOLD OCCURS 8 TIMES PIC 9(7).
       01 MTX-SIZE-SPLIT-TABLE.
           05 MTX-SIZE-SPLIT OCCURS 8 TIMES PIC 9(5).
       01 MTX-STYLE-RCV         PIC 9(7).
       01 MTX-STYLE-SOLD        PIC 9(7).
       01 WS-MTX-VIEW           PIC 9.
       01 WS-MTX-PCT            PIC 9(3)V9.
       01 WS-MTX-PCT-EDIT       PIC ZZ9.9.
       01 WS-MTX-MONTHS         PIC 9(2) VALUE 6.
       01 WS-MTX-MONTHS-TEXT    PIC X(10).
       01 WS-MTX-ARCH-SUB       PIC S9(2).
       01 WS-MTX-SERIAL         PIC S9(7).
       01 WS-MTX-YEAR           PIC 9(4).
       01 WS-MTX-YYYYMM         PIC 9(6).
       01 WS-MTX-MM             PIC 9(2).
       01 WS-MTX-WINDOW-START   PIC 9(8).
       01 WS-MTX-BUY-QTY        PIC 9(5).
       01 WS-MTX-BUY-LEFT       PIC 9(5).
       01 WS-MTX-EXACT          PIC 9(7)V9(6).
       01 WS-MTX-BEST-FRAC      PIC V9(6).
       01 WS-MTX-BEST-SOLD      PIC 9(7).
       01 MTX-BEST-ROW          PIC 99.
       01 MTX-BEST-COL          PIC 99.
       01 MOVH-FILESTATUS       PIC X(2).
       01 WS-MOV-HIST-FILENAME  PIC X(40).
       01 MOVH-PARSE-FIELDS.
           05 MOVH-DATE-X       PIC X(8).
           05 MOVH-TIME-X       PIC X(8).
           05 MOVH-OPERATOR     PIC X(10).
           05 MOVH-ITEM-CODE    PIC X(10).
           05 MOVH-TYPE         PIC X(3).
           05 MOVH-QTY-TEXT     PIC X(11).
           05 MOVH-REASON       PIC X(10).
           05 MOVH-LOC          PIC X(10).
           05 MOVH-COST-TEXT    PIC X(13).
       01 MOVH-ENTRY-DATE       PIC 9(8).
       01 MOVH-ENTRY-QTY        PIC 9(7).

       01 SI-FILESTATUS         PIC X(2).
       01 WS-SI-OPTION          PIC 9.
       01 WS-SI-INV-AVAIL       PIC X.
       01 WS-SI-OPEN-OK         PIC X.

       01 DM-FILESTATUS         PIC X(2).
       01 DMCTL-FILESTATUS      PIC X(2).
       01 WS-DM-NUMBER          PIC 9(6).
       01 WS-DM-NEXT-NUMBER     PIC 9(6).
       01 WS-DM-EOF             PIC X.
       01 WS-DM-INVOICE-NO      PIC X(12).
       01 WS-DM-INV-TOTAL       PIC 9(9)V99.
       01 WS-DM-COUNT           PIC 9(3).
       01 WS-DM-LINKED          PIC 9(3).
       01 WS-DM-NET             PIC S9(10)V99.
       01 WS-DM-NET-EDIT        PIC -(9)9.99.
       01 WS-DM-AMOUNT-EDIT     PIC 9(9).99.
       01 WS-RTV-LINE-NO        PIC 9(3).
       01 WS-RTV-SUPPLIER       PIC X(6).
       01 WS-RTV-RECEIVED       PIC 9(5).
       01 WS-RTV-PRIOR          PIC 9(5).
       01 WS-RTV-RETURNABLE     PIC 9(5).
       01 WS-RTV-UNIT-COST      PIC 9(7)V99.
       01 WS-RTV-AMOUNT         PIC 9(9)V99.
       01 WS-RTV-REASON         PIC X(20).
       01 WS-RTV-ATS            PIC S9(6).
       01 WS-RTV-POSTED         PIC X.
       01 WS-RTV-DATE           PIC 9(8).
       01 WS-RTV-INV-MATCH      PIC X.

       01 XREF-FILESTATUS       PIC X(2).
       01 WS-ITEM-INPUT         PIC X(20).
       01 WS-XREF-FOUND         PIC X.
       01 WS-XREF-CONFIRM       PIC X.
       01 WS-XREF-LIST-ITEM     PIC X(10).
       01 WS-XREF-HITS          PIC 9(5).

       01 KIT-FILESTATUS        PIC X(2).
       01 WS-KIT-OPTION         PIC 9.
       01 WS-KIT-DONE           PIC X.
       01 WS-KIT-EOF            PIC X.
       01 WS-KIT-CONFIRM        PIC X.
       01 WS-KIT-CODE           PIC X(10).
       01 WS-KIT-IS-KIT         PIC X.
       01 WS-KIT-OK             PIC X.
       01 WS-KIT-AT-LOC         PIC X(10).
       01 WS-KIT-LOC-SUB        PIC 9.
       01 WS-KIT-SUB            PIC 99.
       01 WS-KIT-BUILDABLE      PIC 9(5).
       01 WS-KIT-CAN-BUILD      PIC 9(5).
       01 WS-KIT-AVAIL          PIC S9(6).
       01 WS-KIT-QTY            PIC 9(5).
       01 WS-KIT-BUILD-QTY      PIC 9(5).
       01 WS-KIT-FROM-STOCK     PIC 9(5).
       01 WS-KIT-NEED           PIC 9(7).
       01 WS-KIT-COST           PIC 9(7)V99.
       01 WS-KIT-COST-EDIT      PIC Z(6)9.99.
       01 WS-KIT-ATS-EDIT       PIC -(5)9.
       01 WS-KIT-COMP-IN        PIC X(10).
       01 WS-KIT-QTY-OLD        PIC 9(5).
       01 WS-KIT-COUNT          PIC 9(5).
       01 WS-KIT-LAST-CODE      PIC X(10).
       01 WS-KIT-LIST-DONE      PIC X.
       01 WS-KIT-NAME           PIC X(30).
       01 WS-KIT-ON-HAND        PIC 9(5).
       01 WS-KIT-PRICE          PIC 9(7)V99.
       01 WS-KIT-PRICE-EDIT     PIC Z(6)9.99.
       01 WS-KIT-HAND-BUILD     PIC 9(5).
       01 WS-KIT-CAN-HAND       PIC 9(5).
       01 WS-KIT-NO-SLOT        PIC 99.
       01 WS-KIT-MOVE-TYPE      PIC X(3).
       01 WS-KIT-AUDIT          PIC X(15).
       01 WS-KIT-FIFO-TOTAL     PIC 9(9)V99.
       01 WS-KIT-SALE-PRICE     PIC 9(7)V99.
       01 WS-KIT-SCALE          PIC 9(3)V9(6).
       01 WS-KIT-TABLE.
           05 WS-KIT-COMP-COUNT  PIC 99.
           05 WS-KIT-COMP OCCURS 20 TIMES.
               10 WS-KC-ITEM-CODE    PIC X(10).
               10 WS-KC-NAME         PIC X(30).
               10 WS-KC-QTY          PIC 9(5).
               10 WS-KC-ON-HAND      PIC 9(5).
               10 WS-KC-ATS          PIC S9(6).
               10 WS-KC-UNIT-COST    PIC 9(7)V99.

       01 BD-FILESTATUS         PIC X(2).
       01 BD-PARSE-FIELDS.
           05 BD-BUSINESS-DATE-X PIC X(8).
           05 BD-CLOSED-THRU-X  PIC X(8).
           05 BD-CLOSED-BY      PIC X(10).
           05 BD-CLOSED-ON-X    PIC X(8).
           05 BD-CLOSED-AT-X    PIC X(8).
       01 WS-BUSINESS-DATE      PIC 9(8).
       01 WS-BD-FOUND           PIC X.
       01 WS-BD-OPEN-DATE       PIC 9(8).
       01 WS-BD-CLOSED-THRU     PIC 9(8).
       01 WS-BD-NEXT-DATE       PIC 9(8).
       01 WS-BD-NEW-DATE        PIC 9(8).
       01 WS-BD-INPUT           PIC X(8).
       01 WS-BD-SYSTEM-DATE     PIC 9(8).
       01 WS-BD-SYSTEM-TIME     PIC 9(8).
       01 WS-BD-CONFIRM         PIC X.
       01 WS-BD-DATE-EDIT       PIC 9999/99/99.
       01 WS-BD-DATE-EDIT2      PIC 9999/99/99.
       01 WS-DAY-OPEN           PIC X.
       01 WS-CKPT-INTERVAL      PIC 9(5) VALUE 50.
       01 WS-CKPT-COUNTER       PIC 9(7).
       01 WS-CKPT-FOUND         PIC X VALUE 'N'.
       01 WS-CO-EXT-EDIT        PIC 9(9).99.
       01 WS-CONF-FILENAME      PIC X(40).
       01 WS-CONF-ANSWER        PIC X.
       01 RTNCTL-FILESTATUS     PIC X(2).
       01 HELD-FILESTATUS       PIC X(2).
       01 WS-RTN-NUMBER         PIC 9(6).
       01 WS-RTN-NEXT-NUMBER    PIC 9(6).
       01 WS-RTN-LINE-NO        PIC 9(3).
       01 WS-RTN-SETTLED        PIC 9(5).
       01 WS-RTN-RETURNED       PIC 9(5).
       01 WS-RTN-RETURNABLE     PIC 9(5).
       01 WS-RTN-DISPOSITION    PIC X.
       01 WS-RTN-PRICE          PIC 9(7)V99.
       01 WS-RTN-REFUND         PIC 9(9)V99.
       01 WS-RTN-DATE           PIC 9(8).
       01 WS-RTN-POSTED         PIC X.
       01 WS-RTN-HEADER-STATUS  PIC X(10).
       01 WS-DEP-RAW            PIC X(15).
       01 WS-DEP-LEN            PIC 99.
       01 WS-DEP-INPUT          PIC X(11) JUSTIFIED RIGHT.
           05 OLD-SUPPLIER-NAME      PIC X(30).
           05 OLD-SUPPLIER-CONTACT   PIC X(30).
           05 OLD-SUPPLIER-LEAD-DAYS PIC 9(3).
           05 OLD-SUPPLIER-NET-DAYS  PIC 9(3).
           05 OLD-SUPPLIER-DISC-PCT  PIC 9(2)V99.
           05 OLD-SUPPLIER-DISC-DAYS PIC 9(3).
       01 WS-SUP-DISC-TEXT      PIC X(8).
       01 WS-SUP-DISC-EDIT      PIC Z9.99.

       01 PO-SUP-TABLE.
           05 PO-SUP-ENTRY OCCURS 20 TIMES.
               10 PO-SUP-CODE    PIC X(6).
               10 PO-SUP-LINES   PIC 9(4).
       01 PO-SUP-COUNT          PIC 99.
       01 PO-SUP-SUB            PIC 99.
       01 PO-SUP-HIT            PIC 99.
       01 PO-SUP-FOUND          PIC X.
       01 PO-SUP-CAP-HIT        PIC X.
       01 WS-CUR-SUPPLIER       PIC X(6).
       01 WS-AGE-GRAND-TOTALS.
           05 WS-AGE-GRAND-B OCCURS 4 TIMES PIC 9(9)V99.
       01 WS-AGE-SUB            PIC 9.

       01 WS-AP-LAST-SUPPLIER   PIC X(6).
       01 WS-AP-FIRST           PIC X.
       01 WS-AP-EOF             PIC X.
       01 WS-AP-COUNT           PIC 9(5).
       01 WS-AP-DAYS            PIC S9(5).
       01 WS-AP-DAYS-EDIT       PIC -(5)9.
       01 WS-AP-BUCKET          PIC 9.
       01 WS-AP-FLAG            PIC X(9).
       01 WS-AP-AMT-EDIT        PIC -(9)9.99.
       01 WS-AP-SUP-TOTALS.
           05 WS-AP-SUP-B OCCURS 4 TIMES PIC S9(9)V99.
       01 WS-AP-GRAND-TOTALS.
           05 WS-AP-GRAND-B OCCURS 4 TIMES PIC S9(9)V99.
       01 WS-AP-BUCKET-EDITS.
           05 WS-AP-B-EDIT OCCURS 4 TIMES PIC -(9)9.99.
       01 WS-DEL-ANSWER         PIC X.

       01 PEND-FILESTATUS       PIC X(2).
       01 WS-MOVE-RAW           PIC X(11).
       01 WS-MOVE-LEN           PIC 99.
       01 WS-MOVE-NEW-QTY       PIC 9(6).
       01 WS-MOVE-COST          PIC 9(9)V99 VALUE ZERO.
       01 WS-MOVE-COST-EDIT     PIC 9(9).99.
       01 WS-MOVE-NEGATIVE      PIC X VALUE 'N'.
       01 WS-MOVE-QTY-SIGNED    PIC -(5)9.

       01 LAYER-FILESTATUS      PIC X(2).
       01 WS-LAYER-OPEN-OK      PIC X.
       01 WS-LAYER-EOF          PIC X.
       01 WS-LAYER-PASS         PIC 9.
       01 WS-LAYER-QTY          PIC 9(5).
       01 WS-LAYER-LEFT         PIC 9(5).
       01 WS-LAYER-TAKE         PIC 9(5).
       01 WS-LAYER-COST         PIC 9(7)V99.
       01 WS-LAYER-COGS         PIC 9(9)V99.
       01 WS-LAYER-SOURCE       PIC X(3).
       01 WS-LAYER-REF          PIC X(10).
       01 WS-LAYER-LAST-SEQ     PIC 9(5).
       01 WS-LAYER-COUNT        PIC 9(5).
       01 WS-LAYER-TOTAL-QTY    PIC 9(7).
       01 WS-LAYER-VALUE        PIC 9(11)V99.
       01 WS-LAYER-TOTAL-VALUE  PIC 9(11)V99.
       01 WS-LAYER-COST-EDIT    PIC Z(6)9.99.
       01 WS-LAYER-VALUE-EDIT   PIC Z(10)9.99.

       01 LBLQ-FILESTATUS       PIC X(2).
       01 WS-LBLQ-DONE          PIC X.
       01 WS-LBLQ-QTY-RAW       PIC X(5).
       01 WS-LBLQ-QTY           PIC 9(5).
       01 WS-LBLQ-LOC           PIC X(10).
       01 WS-LBLQ-COUNT         PIC 9(5).

       01 DHC-FILESTATUS        PIC X(2).
       01 DOCH-FILESTATUS       PIC X(2).
       01 DHC-PARSE-FIELDS.
           05 DHC-TYPE          PIC X(3).
           05 DHC-FILENAME      PIC X(40).
       01 WS-DOC-HIST-TYPE      PIC X(3).
       01 WS-DOC-HIST-FILENAME  PIC X(40).
       01 WS-DOC-HIST-OPEN      PIC X VALUE 'N'.
       01 WS-DOC-ARCH-TAG       PIC X(10).
       01 WS-DOC-HIST-ANSWER    PIC X.

       01 OTB-FILESTATUS        PIC X(2).
       01 WS-OTB-DONE           PIC X.
       01 WS-OTB-OPTION         PIC 9.
       01 WS-OTB-CONFIRM        PIC X.
       01 WS-OTB-EOF            PIC X.
       01 WS-OTB-MONTH          PIC 9(6).
       01 WS-OTB-CUR-MONTH      PIC 9(6).
       01 WS-OTB-ENTRY-MONTH    PIC 9(6).
       01 WS-OTB-MONTH-RAW      PIC X(10).
       01 WS-OTB-MONTH-OK       PIC X.
       01 WS-OTB-CATEGORY       PIC X(20).
       01 WS-OTB-AMT-RAW        PIC X(15).
       01 WS-OTB-AMOUNT         PIC 9(9)V99.
       01 WS-OTB-OLD-AMT        PIC 9(9)V99.
       01 WS-OTB-FOUND          PIC X.
       01 WS-OTB-LINE-COST      PIC 9(9)V99.
       01 WS-OTB-ENTRY-COST     PIC 9(9)V99.
       01 WS-OTB-REMAINING      PIC S9(10)V99.
       01 WS-OTB-AMT-EDIT       PIC Z(8)9.99.
       01 WS-OTB-SIGNED-EDIT    PIC -(9)9.99.
       01 WS-OTB-BUDGET-EDIT    PIC X(12).
       01 WS-OTB-REMAIN-EDIT    PIC X(13).
       01 WS-OTB-TOT-BUDGET     PIC 9(11)V99.
       01 WS-OTB-TOT-RECEIVED   PIC S9(11)V99.
       01 WS-OTB-TOT-ON-ORDER   PIC 9(11)V99.
       01 WS-OTB-TOT-REMAINING  PIC S9(11)V99.
       01 WS-OTB-TOT-EDIT       PIC -(11)9.99.

      *> The month's position per category: the budget, what has
      *> come in (receipts less returns to the vendor, at cost),
      *> what is still on open PO lines, and -- during purchase
      *> order generation -- the new lines planned and held back.
       01 OTB-TABLE.
           05 OTB-ENTRY OCCURS 100 TIMES.
               10 OTB-T-CATEGORY    PIC X(20).
               10 OTB-T-HAS-BUDGET  PIC X.
               10 OTB-T-BUDGET      PIC 9(9)V99.
               10 OTB-T-RECEIVED    PIC S9(9)V99.
               10 OTB-T-ON-ORDER    PIC 9(9)V99.
               10 OTB-T-PLANNED     PIC 9(9)V99.
               10 OTB-T-HELD        PIC 9(9)V99.
               10 OTB-T-HELD-LINES  PIC 9(4).
               10 OTB-T-OVERRIDE    PIC X.
               10 OTB-T-HOLD-ALL    PIC X.
       01 OTB-COUNT             PIC 9(3).
       01 OTB-SUB               PIC 9(3).
       01 OTB-HIT-SUB           PIC 9(3).
       01 OTB-CAP-HIT           PIC X.

      *> Lines held back at PO generation, kept so the second pass
      *> leaves out exactly the lines the first pass held.
       01 OTB-HELD-TABLE.
           05 OTB-HELD-ENTRY OCCURS 500 TIMES.
               10 OTB-H-ITEM-CODE   PIC X(10).
               10 OTB-H-SUPPLIER    PIC X(6).
               10 OTB-H-CAT-SUB     PIC 9(3).
               10 OTB-H-QTY         PIC 9(5).
               10 OTB-H-COST        PIC 9(9)V99.
       01 OTB-HELD-COUNT        PIC 9(3).
       01 OTB-HELD-SUB          PIC 9(3).
       01 OTB-HELD-FOUND        PIC X.
       01 OTB-HELD-CAP-HIT      PIC X.

       01 OLD-ITEM-VALUES.
           05 OLD-ITEM-NAME      PIC X(30).
           05 OLD-LEAD-DAYS      PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM OPERATOR-SIGN-IN.
           PERFORM MAIN-MENU.
           STOP RUN.

       MAIN-MENU.
           PERFORM UNTIL WS-EndOfFile = 'Y'
               PERFORM LOAD-BUSINESS-DATE
               MOVE WS-BUSINESS-DATE TO WS-BD-DATE-EDIT
               CALL "SYSTEM" USING "CLS"
               DISPLAY "||=======================================||"
               DISPLAY "||     Inventory Management System       ||"
               DISPLAY "||     Business date: " WS-BD-DATE-EDIT
                   "         ||"
               DISPLAY "||=======================================||"
               DISPLAY "||   1. Add Item                         ||"
               DISPLAY "||   2. Update Item                      ||"
               DISPLAY "||  25. Item Cross-Reference             ||"
               DISPLAY "||  26. Supplier Invoices                ||"
               DISPLAY "||  27. Style Size/Color Matrix          ||"
               DISPLAY "||  28. Return to Vendor                 ||"
               DISPLAY "||  29. Kits and Bundles                 ||"
               DISPLAY "||  30. Close Business Day (Supervisor)  ||"
               DISPLAY "||  31. Cost Layer Inquiry               ||"
               DISPLAY "||  32. Queue Shelf Labels               ||"
               DISPLAY "||  33. Open-to-Buy Budgets              ||"
               DISPLAY "||  34. Exit                             ||"
               DISPLAY "||=======================================||"
               DISPLAY "Enter your desired option: " NO ADVANCING
               ACCEPT WS-OPTION
                   WHEN 25 PERFORM XREF-MENU
                   WHEN 26 PERFORM INVOICE-MENU
                   WHEN 27 PERFORM MATRIX-MENU
                   WHEN 28 PERFORM RETURN-TO-VENDOR
                   WHEN 29 PERFORM KIT-MENU
                   WHEN 30 PERFORM CLOSE-BUSINESS-DAY
                   WHEN 31 PERFORM COST-LAYER-INQUIRY
                   WHEN 32 PERFORM QUEUE-SHELF-LABELS
                   WHEN 33 PERFORM OTB-MENU
                   WHEN 34
                       DISPLAY " "
                       DISPLAY "[SYSTEM] TERMINATING PROGRAM..."
                       CLOSE INVENTORY-FILE
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> Postings are stamped with the business date from BUSDATE.DAT,
      *> not the clock, so work keyed after midnight still lands on
      *> the day being traded. Re-read at every main menu so the
      *> banner follows a Close Business Day taken on another
      *> terminal. A site without the file yet starts it at today,
      *> with yesterday as the last day closed.
       LOAD-BUSINESS-DATE.
           PERFORM READ-BUSDATE-CONTROL.
           IF WS-BD-FOUND NOT = 'Y'
               ACCEPT WS-BD-OPEN-DATE FROM DATE YYYYMMDD
               COMPUTE WS-BD-CLOSED-THRU = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-BD-OPEN-DATE) - 1)
               MOVE SPACES TO BD-PARSE-FIELDS
               PERFORM WRITE-BUSDATE-CONTROL
           END-IF.
           MOVE WS-BD-OPEN-DATE TO WS-BUSINESS-DATE.

       READ-BUSDATE-CONTROL.
           MOVE 'N' TO WS-BD-FOUND.
           MOVE SPACES TO BD-PARSE-FIELDS.
           OPEN INPUT BUSDATE-FILE.
           IF BD-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ BUSDATE-FILE
               AT END
                   MOVE SPACES TO BUSDATE-RECORD
           END-READ.
           CLOSE BUSDATE-FILE.
           UNSTRING BUSDATE-RECORD DELIMITED BY ","
               INTO BD-BUSINESS-DATE-X BD-CLOSED-THRU-X
                   BD-CLOSED-BY BD-CLOSED-ON-X BD-CLOSED-AT-X.
           IF BD-BUSINESS-DATE-X NUMERIC AND BD-CLOSED-THRU-X NUMERIC
               MOVE BD-BUSINESS-DATE-X TO WS-BD-OPEN-DATE
               MOVE BD-CLOSED-THRU-X TO WS-BD-CLOSED-THRU
               MOVE 'Y' TO WS-BD-FOUND
           END-IF.

      *> Expects WS-BD-OPEN-DATE and WS-BD-CLOSED-THRU set, and the
      *> closed-by/on/at fields in BD-PARSE-FIELDS.
       WRITE-BUSDATE-CONTROL.
           OPEN OUTPUT BUSDATE-FILE.
           IF BD-FILESTATUS NOT = "00"
               DISPLAY "WARNING: cannot write BUSDATE.DAT (status "
                   BD-FILESTATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BUSDATE-RECORD.
           STRING
               WS-BD-OPEN-DATE ","
               WS-BD-CLOSED-THRU ","
               BD-CLOSED-BY ","
               BD-CLOSED-ON-X ","
               BD-CLOSED-AT-X
           DELIMITED BY SIZE INTO BUSDATE-RECORD.
           WRITE BUSDATE-RECORD.
           CLOSE BUSDATE-FILE.

      *> Called as a posting opens its files: the day this session
      *> is posting into must still be open. A supervisor may have
      *> closed it since the menu was last shown.
       CHECK-POSTING-DAY.
           MOVE 'Y' TO WS-DAY-OPEN.
           PERFORM READ-BUSDATE-CONTROL.
           IF WS-BD-FOUND = 'Y'
                   AND WS-BUSINESS-DATE NOT > WS-BD-CLOSED-THRU
               MOVE 'N' TO WS-DAY-OPEN
               MOVE WS-BUSINESS-DATE TO WS-BD-DATE-EDIT
               MOVE WS-BD-OPEN-DATE TO WS-BD-DATE-EDIT2
               DISPLAY "Business day " WS-BD-DATE-EDIT
                   " has been closed - postings into it are refused."
               DISPLAY "Return to the main menu to post into "
                   WS-BD-DATE-EDIT2 "."
           END-IF.

      *> End of the trading day: the open business date becomes the
      *> last day closed and the next one opens -- the next calendar
      *> day unless the supervisor keys a later one (a day the shop
      *> does not trade). The close is audited under BUSDATE.
       CLOSE-BUSINESS-DAY.
           MOVE "DAY-CLOSE" TO WS-PERM-FUNCTION.
           PERFORM REQUIRE-SUPERVISOR.
           IF WS-PERM-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "   CLOSE BUSINESS DAY (SUPERVISOR)"
           DISPLAY "======================================="
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-BD-DATE-EDIT.
           MOVE WS-BD-CLOSED-THRU TO WS-BD-DATE-EDIT2.
           DISPLAY "Business date open: " WS-BD-DATE-EDIT.
           DISPLAY "Last day closed:    " WS-BD-DATE-EDIT2.
           COMPUTE WS-BD-NEXT-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) + 1).
           DISPLAY "New business date (YYYYMMDD, Enter for "
               WS-BD-NEXT-DATE "): " NO ADVANCING.
           MOVE SPACES TO WS-BD-INPUT.
           ACCEPT WS-BD-INPUT.
           IF WS-BD-INPUT = SPACES
               MOVE WS-BD-NEXT-DATE TO WS-BD-NEW-DATE
           ELSE
               IF WS-BD-INPUT NOT NUMERIC
                   DISPLAY "Invalid date - eight digits required."
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BD-INPUT TO WS-BD-NEW-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-BD-NEW-DATE) NOT = 0
                       OR WS-BD-NEW-DATE NOT > WS-BUSINESS-DATE
                   DISPLAY "Invalid date - it must be a real date "
                       "after the day being closed."
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-BD-NEW-DATE TO WS-BD-DATE-EDIT2.
           DISPLAY "Close " WS-BD-DATE-EDIT " and open "
               WS-BD-DATE-EDIT2 "? Postings into " WS-BD-DATE-EDIT
               " will be refused. (Y/N): " NO ADVANCING.
           ACCEPT WS-BD-CONFIRM.
           IF WS-BD-CONFIRM NOT = 'Y' AND WS-BD-CONFIRM NOT = 'y'
               DISPLAY "Day not closed."
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-BD-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BD-SYSTEM-TIME FROM TIME.
           MOVE WS-BUSINESS-DATE TO WS-BD-CLOSED-THRU.
           MOVE WS-BD-NEW-DATE TO WS-BD-OPEN-DATE.
           MOVE WS-OPERATOR-ID TO BD-CLOSED-BY.
           MOVE WS-BD-SYSTEM-DATE TO BD-CLOSED-ON-X.
           MOVE WS-BD-SYSTEM-TIME TO BD-CLOSED-AT-X.
           PERFORM WRITE-BUSDATE-CONTROL.
           IF BD-FILESTATUS NOT = "00"
               DISPLAY "Day not closed."
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

      *> Audited before the switch, so the entry carries the date of
      *> the day it closes.
           MOVE "BUSDATE" TO ITEM-CODE.
           MOVE "DAY-CLOSE" TO WS-AUDIT-FIELD.
           MOVE WS-BUSINESS-DATE TO WS-AUDIT-OLDVAL.
           MOVE WS-BD-NEW-DATE TO WS-AUDIT-NEWVAL.
           PERFORM AUDIT-WRITE-ENTRY.
           MOVE WS-BD-NEW-DATE TO WS-BUSINESS-DATE.
           DISPLAY "Business day " WS-BD-DATE-EDIT " closed; "
               WS-BD-DATE-EDIT2 " is now open for posting."
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> Shared open for every updating paragraph: creates the file
      *> on first use, and when another terminal has it tied up in a
      *> way that blocks the open, offers a retry instead of dumping
      *> a bare file error on the operator.
       OPEN-INVENTORY-SHARED.
           MOVE 'N' TO WS-INV-OPEN-OK.
           PERFORM CHECK-POSTING-DAY.
           IF WS-DAY-OPEN NOT = 'Y'
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-RETRY-ANSWER.
           PERFORM UNTIL WS-INV-OPEN-OK = 'Y'
                   OR WS-RETRY-ANSWER NOT = 'Y'
           MOVE ZERO TO LOC-QUANTITY (2)
           SET ITEM-ACTIVE TO TRUE
           MOVE ZERO TO ITEM-ALLOCATED-QTY
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-RECEIPT-DATE
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE
           MOVE SPACES TO ITEM-ABC-CLASS
           MOVE ZERO TO ITEM-LAST-COUNT-DATE

           WRITE INVENTORY-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-AUDIT-OLDVAL
                   MOVE ITEM-CODE TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
                   MOVE ZERO TO OLD-STOCK-QUANTITY
                   MOVE "ADD" TO WS-LAYER-SOURCE
                   MOVE "NEW ITEM" TO WS-LAYER-REF
                   PERFORM LAYER-STOCK-CHANGE
           END-WRITE.

           CLOSE INVENTORY-FILE.
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-NEW-MAIN-QTY TO LOC-QUANTITY (1)
                       MOVE WS-BUSINESS-DATE
                           TO ITEM-LAST-MOVEMENT-DATE
                   END-IF

                   REWRITE INVENTORY-RECORD
                       NOT INVALID
                           DISPLAY "Item successfully updated!"
                           PERFORM AUDIT-UPDATE-ITEM
                           MOVE "UPD" TO WS-LAYER-SOURCE
                           MOVE "ITEM UPDT" TO WS-LAYER-REF
                           PERFORM LAYER-STOCK-CHANGE
                   END-REWRITE
           END-READ.
           IF FILESTATUS = "51"
               DISPLAY "Stock Quantity: " STOCK-QUANTITY
               DISPLAY "Unit Price: " UNIT-PRICE
               DISPLAY "Unit Cost: " ITEM-UNIT-COST
               DISPLAY "ABC Class: " ITEM-ABC-CLASS
                   "  Last Counted: " ITEM-LAST-COUNT-DATE
               DISPLAY "Preferred Supplier: " ITEM-SUPPLIER-CODE
               DISPLAY "Reorder Point: " ITEM-REORDER-POINT
                   "  Reorder Qty: " ITEM-REORDER-QTY
                   LOC-QUANTITY (1)
               DISPLAY "  Location " LOC-CODE (2) ": "
                   LOC-QUANTITY (2)
               MOVE ITEM-CODE TO WS-KIT-CODE
               PERFORM KIT-LOAD-FOR-ITEM
               IF WS-KIT-IS-KIT = 'Y'
                   MOVE SPACES TO WS-KIT-AT-LOC
                   PERFORM KIT-COMPUTE-BUILDABLE
                   COMPUTE WS-CO-ATS = WS-CO-ATS + WS-KIT-BUILDABLE
                   DISPLAY "Kit of " WS-KIT-COMP-COUNT
                       " components - " WS-KIT-BUILDABLE
                       " more buildable, available to sell "
                       WS-CO-ATS
               END-IF
           END-IF.

           CLOSE INVENTORY-FILE.
      *> supplier: a first pass collects the suppliers that have a
      *> genuine shortfall, then each supplier gets its own PO and
      *> print file rather than one mixed list someone has to retype.
      *> Lines that would overrun their category's open-to-buy for
      *> the month are held back between the passes.
       GENERATE-PURCHASE-ORDER.
           OPEN INPUT INVENTORY-FILE.
           PERFORM OPEN-PO-MASTER-IO.
           MOVE ZERO TO WS-PO-TOTAL-LINES.
           MOVE ZERO TO WS-PO-ORDER-COUNT.
           MOVE 'N' TO PO-SUP-CAP-HIT.
           MOVE WS-BUSINESS-DATE TO WS-PO-ORDER-DATE.
           PERFORM OTB-PREPARE.

           PERFORM UNTIL FILESTATUS NOT = "00"
               READ INVENTORY-FILE
                           IF WS-NET-SHORTFALL > 0
                               PERFORM PO-ADD-SUPPLIER
                           END-IF
                           IF WS-NET-SHORTFALL > 0 AND PO-SUP-HIT > 0
                               ADD 1 TO PO-SUP-LINES (PO-SUP-HIT)
                               PERFORM PO-SET-ORDER-QTY
                               PERFORM OTB-PLAN-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               DISPLAY "Error reading inventory file (status "
                   FILESTATUS ") - generation incomplete."
           END-IF.
           PERFORM OTB-REVIEW-HELD.

           PERFORM GENERATE-SUPPLIER-PO
               VARYING PO-SUP-SUB FROM 1 BY 1
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> PO-SUP-HIT is left on the supplier's entry, or zero when
      *> the table is full and the item waits for the next run.
       PO-ADD-SUPPLIER.
           MOVE 'N' TO PO-SUP-FOUND.
           MOVE ZERO TO PO-SUP-HIT.
           PERFORM VARYING PO-SUP-SUB FROM 1 BY 1
               UNTIL PO-SUP-SUB > PO-SUP-COUNT
               IF PO-SUP-CODE (PO-SUP-SUB) = ITEM-SUPPLIER-CODE
                   MOVE 'Y' TO PO-SUP-FOUND
                   MOVE PO-SUP-SUB TO PO-SUP-HIT
               END-IF
           END-PERFORM.
           IF PO-SUP-FOUND NOT = 'Y'
                   ADD 1 TO PO-SUP-COUNT
                   MOVE ITEM-SUPPLIER-CODE TO
                       PO-SUP-CODE (PO-SUP-COUNT)
                   MOVE ZERO TO PO-SUP-LINES (PO-SUP-COUNT)
                   MOVE PO-SUP-COUNT TO PO-SUP-HIT
               ELSE
                   MOVE 'Y' TO PO-SUP-CAP-HIT
               END-IF
           END-IF.

      *> The standard reorder quantity (pack or case size) wins
      *> over a bare top-up when one is set for the item.
       PO-SET-ORDER-QTY.
           IF ITEM-REORDER-QTY > ZERO
               MOVE ITEM-REORDER-QTY TO WS-ORDER-QTY
           ELSE
               MOVE WS-NET-SHORTFALL TO WS-ORDER-QTY
           END-IF.

       GENERATE-SUPPLIER-PO.
           MOVE PO-SUP-CODE (PO-SUP-SUB) TO WS-CUR-SUPPLIER.
           IF PO-SUP-LINES (PO-SUP-SUB) = ZERO
               DISPLAY "Supplier [" WS-CUR-SUPPLIER "] - every line "
                   "held on open-to-buy, no PO raised."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PO-COUNT.

           CLOSE INVENTORY-FILE.
           OPEN INPUT INVENTORY-FILE.
                               ITEM-REORDER-POINT - STOCK-QUANTITY
                                   - WS-ON-ORDER-QTY
                           IF WS-NET-SHORTFALL > 0
                               PERFORM OTB-CHECK-HELD
                           END-IF
                           IF WS-NET-SHORTFALL > 0
                                   AND OTB-HELD-FOUND NOT = 'Y'
                               IF WS-PO-COUNT = ZERO
                                   PERFORM START-SUPPLIER-PO
                               END-IF
                               ADD 1 TO WS-PO-COUNT
                               PERFORM PO-SET-ORDER-QTY
                               PERFORM WRITE-PO-MASTER-LINE
                               PERFORM WRITE-PO-TEXT-LINE
                           END-IF
               DISPLAY "PO " WS-PO-NUMBER " for supplier ["
                   WS-CUR-SUPPLIER "] - " WS-PO-COUNT
                   " line(s) -> " WS-PO-FILENAME
               CLOSE PO-FILE
           ELSE
               DISPLAY "Supplier [" WS-CUR-SUPPLIER "] - every line "
                   "held on open-to-buy, no PO raised."
           END-IF.

      *> The number is only taken, and the print file only opened,
      *> once the supplier has a line that is not held back.
       START-SUPPLIER-PO.
           PERFORM ASSIGN-NEXT-PO-NUMBER.
           MOVE SPACES TO WS-PO-FILENAME.
           STRING
               "PO_" WS-PO-NUMBER ".TXT"
           DELIMITED BY SIZE INTO WS-PO-FILENAME.
           OPEN OUTPUT PO-FILE.
           PERFORM WRITE-PO-TEXT-HEADING.

      *> WS-PO-AVAILABLE carries the verdict: an open that fails for
      *> any reason other than first-use creation (the other
      *> terminal holding the file, a hard error) must not let the
      *> caller run against an unopened master.
       OPEN-PO-MASTER-IO.
           PERFORM CHECK-POSTING-DAY.
           IF WS-DAY-OPEN NOT = 'Y'
               MOVE 'N' TO WS-PO-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O PO-MASTER-FILE.
           IF PO-FILESTATUS = "35"
               OPEN OUTPUT PO-MASTER-FILE
           MOVE SPACES TO SUPPLIER-NAME.
           MOVE SPACES TO SUPPLIER-CONTACT.
           MOVE ZERO TO SUPPLIER-LEAD-DAYS.
           MOVE 30 TO SUPPLIER-NET-DAYS.
           MOVE ZERO TO SUPPLIER-DISC-PCT.
           MOVE ZERO TO SUPPLIER-DISC-DAYS.
           IF WS-CUR-SUPPLIER = SPACES
               MOVE "NO SUPPLIER ASSIGNED" TO SUPPLIER-NAME
           ELSE
           DELIMITED BY SIZE INTO PO-RECORD.
           WRITE PO-RECORD.

      *> Open-to-buy for a category is its budget for the month
      *> less what has been received in the month and less the
      *> cost still on open PO lines. Supervisors keep the budgets;
      *> anyone may run the report.
       OTB-MENU.
           MOVE 'N' TO WS-OTB-DONE.
           PERFORM UNTIL WS-OTB-DONE = 'Y'
               CALL "SYSTEM" USING "CLS"
               DISPLAY "======================================="
               DISPLAY "         OPEN-TO-BUY BUDGETS"
               DISPLAY "======================================="
               DISPLAY "1. Set Category Budget (Supervisor)"
               DISPLAY "2. Delete Category Budget (Supervisor)"
               DISPLAY "3. Open-to-Buy Report"
               DISPLAY "4. Return to Main Menu"
               DISPLAY "Enter option: " NO ADVANCING
               ACCEPT WS-OTB-OPTION
               EVALUATE WS-OTB-OPTION
                   WHEN 1 PERFORM OTB-SET-BUDGET
                   WHEN 2 PERFORM OTB-DELETE-BUDGET
                   WHEN 3 PERFORM OTB-REPORT
                   WHEN 4 MOVE 'Y' TO WS-OTB-DONE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.

      *> A category no item carries yet is allowed (the range may
      *> not be set up) but the supervisor is told, since a typing
      *> slip would otherwise budget a category nothing is ever
      *> checked against.
       OTB-SET-BUDGET.
           MOVE "OTB-BUDGET" TO WS-PERM-FUNCTION.
           PERFORM REQUIRE-SUPERVISOR.
           IF WS-PERM-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM OTB-ASK-MONTH.
           IF WS-OTB-MONTH-OK NOT = 'Y'
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Item category: " NO ADVANCING
           MOVE SPACES TO WS-OTB-CATEGORY.
           ACCEPT WS-OTB-CATEGORY.
           IF WS-OTB-CATEGORY = SPACES
               DISPLAY "Category may not be blank!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM OTB-CHECK-CATEGORY-USED.
           IF WS-OTB-FOUND NOT = 'Y'
               DISPLAY "Note: no item is in category "
                   WS-OTB-CATEGORY " yet."
           END-IF.

           OPEN I-O OTB-BUDGET-FILE.
           IF OTB-FILESTATUS = "35"
               OPEN OUTPUT OTB-BUDGET-FILE
               CLOSE OTB-BUDGET-FILE
               OPEN I-O OTB-BUDGET-FILE
           END-IF.
           IF OTB-FILESTATUS NOT = "00"
               DISPLAY "Budget file is in use (status "
                   OTB-FILESTATUS ") - try again."
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OTB-MONTH TO OTB-MONTH.
           MOVE WS-OTB-CATEGORY TO OTB-CATEGORY.
           MOVE 'N' TO WS-OTB-FOUND.
           MOVE ZERO TO WS-OTB-OLD-AMT.
           READ OTB-BUDGET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   MOVE 'Y' TO WS-OTB-FOUND
                   MOVE OTB-BUDGET-AMT TO WS-OTB-OLD-AMT
           END-READ.
           IF WS-OTB-FOUND = 'Y'
               MOVE WS-OTB-OLD-AMT TO WS-OTB-AMT-EDIT
               DISPLAY "Current budget: " WS-OTB-AMT-EDIT
                   "  set by " OTB-SET-BY " on " OTB-SET-DATE
           END-IF.
           DISPLAY "Budget amount at cost: " NO ADVANCING
           MOVE SPACES TO WS-OTB-AMT-RAW.
           ACCEPT WS-OTB-AMT-RAW.
           IF WS-OTB-AMT-RAW = SPACES
               DISPLAY "Nothing changed."
               CLOSE OTB-BUDGET-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-OTB-AMT-RAW) NOT = 0
               DISPLAY "Not a valid amount - nothing changed."
               CLOSE OTB-BUDGET-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (WS-OTB-AMT-RAW) < 0
                   OR FUNCTION NUMVAL (WS-OTB-AMT-RAW) > 999999999.99
               DISPLAY "Amount out of range - nothing changed."
               CLOSE OTB-BUDGET-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OTB-AMOUNT = FUNCTION NUMVAL (WS-OTB-AMT-RAW).

           MOVE WS-OTB-MONTH TO OTB-MONTH.
           MOVE WS-OTB-CATEGORY TO OTB-CATEGORY.
           MOVE WS-OTB-AMOUNT TO OTB-BUDGET-AMT.
           MOVE WS-OPERATOR-ID TO OTB-SET-BY.
           MOVE WS-BUSINESS-DATE TO OTB-SET-DATE.
           IF WS-OTB-FOUND = 'Y'
               REWRITE OTB-BUDGET-RECORD
                   INVALID KEY
                       MOVE 'E' TO WS-OTB-FOUND
               END-REWRITE
           ELSE
               WRITE OTB-BUDGET-RECORD
                   INVALID KEY
                       MOVE 'E' TO WS-OTB-FOUND
               END-WRITE
           END-IF.
           IF WS-OTB-FOUND = 'E'
               DISPLAY "Error writing budget (status "
                   OTB-FILESTATUS ")!"
           ELSE
               MOVE WS-OTB-AMOUNT TO WS-OTB-AMT-EDIT
               DISPLAY "Budget for " WS-OTB-CATEGORY " in "
                   WS-OTB-MONTH " set to " WS-OTB-AMT-EDIT "."
               MOVE WS-OTB-MONTH TO ITEM-CODE
               MOVE "OTB-BUDGET" TO WS-AUDIT-FIELD
               MOVE SPACES TO WS-AUDIT-OLDVAL
               IF WS-OTB-FOUND = 'Y'
                   MOVE WS-OTB-OLD-AMT TO WS-OTB-AMT-EDIT
                   STRING
                       FUNCTION TRIM (WS-OTB-CATEGORY) " "
                       FUNCTION TRIM (WS-OTB-AMT-EDIT)
                   DELIMITED BY SIZE INTO WS-AUDIT-OLDVAL
               END-IF
               MOVE WS-OTB-AMOUNT TO WS-OTB-AMT-EDIT
               MOVE SPACES TO WS-AUDIT-NEWVAL
               STRING
                   FUNCTION TRIM (WS-OTB-CATEGORY) " "
                   FUNCTION TRIM (WS-OTB-AMT-EDIT)
               DELIMITED BY SIZE INTO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.
           CLOSE OTB-BUDGET-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       OTB-DELETE-BUDGET.
           MOVE "OTB-BUDGET" TO WS-PERM-FUNCTION.
           PERFORM REQUIRE-SUPERVISOR.
           IF WS-PERM-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O OTB-BUDGET-FILE.
           IF OTB-FILESTATUS NOT = "00"
               DISPLAY "No budget file exists yet!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM OTB-ASK-MONTH.
           IF WS-OTB-MONTH-OK NOT = 'Y'
               CLOSE OTB-BUDGET-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Item category: " NO ADVANCING
           MOVE SPACES TO WS-OTB-CATEGORY.
           ACCEPT WS-OTB-CATEGORY.
           MOVE WS-OTB-MONTH TO OTB-MONTH.
           MOVE WS-OTB-CATEGORY TO OTB-CATEGORY.
           READ OTB-BUDGET-FILE
               INVALID KEY
                   DISPLAY "No budget for that category and month!"
                   CLOSE OTB-BUDGET-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           MOVE OTB-BUDGET-AMT TO WS-OTB-AMT-EDIT.
           DISPLAY "Delete budget " WS-OTB-AMT-EDIT " for "
               WS-OTB-CATEGORY " in " WS-OTB-MONTH "? (Y/N): "
               NO ADVANCING
           ACCEPT WS-OTB-CONFIRM.
           IF WS-OTB-CONFIRM = 'Y' OR WS-OTB-CONFIRM = 'y'
               DELETE OTB-BUDGET-FILE
                   INVALID KEY
                       DISPLAY "Error deleting budget!"
                   NOT INVALID
                       DISPLAY "Budget deleted - the category is "
                           "no longer checked at PO generation."
                       MOVE WS-OTB-MONTH TO ITEM-CODE
                       MOVE "OTB-DELETE" TO WS-AUDIT-FIELD
                       MOVE SPACES TO WS-AUDIT-OLDVAL
                       STRING
                           FUNCTION TRIM (WS-OTB-CATEGORY) " "
                           FUNCTION TRIM (WS-OTB-AMT-EDIT)
                       DELIMITED BY SIZE INTO WS-AUDIT-OLDVAL
                       MOVE SPACES TO WS-AUDIT-NEWVAL
                       PERFORM AUDIT-WRITE-ENTRY
               END-DELETE
           END-IF.
           CLOSE OTB-BUDGET-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> Blank means the business date's month.
       OTB-ASK-MONTH.
           MOVE 'N' TO WS-OTB-MONTH-OK.
           COMPUTE WS-OTB-CUR-MONTH = WS-BUSINESS-DATE / 100.
           DISPLAY "Month (YYYYMM, blank = " WS-OTB-CUR-MONTH "): "
               NO ADVANCING
           MOVE SPACES TO WS-OTB-MONTH-RAW.
           ACCEPT WS-OTB-MONTH-RAW.
           IF WS-OTB-MONTH-RAW = SPACES
               MOVE WS-OTB-CUR-MONTH TO WS-OTB-MONTH
               MOVE 'Y' TO WS-OTB-MONTH-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-OTB-MONTH-RAW (1:6) NUMERIC
                   AND WS-OTB-MONTH-RAW (7:4) = SPACES
                   AND WS-OTB-MONTH-RAW (5:2) >= "01"
                   AND WS-OTB-MONTH-RAW (5:2) <= "12"
               MOVE WS-OTB-MONTH-RAW (1:6) TO WS-OTB-MONTH
               MOVE 'Y' TO WS-OTB-MONTH-OK
           ELSE
               DISPLAY "Month must be YYYYMM!"
           END-IF.

       OTB-CHECK-CATEGORY-USED.
           MOVE 'N' TO WS-OTB-FOUND.
           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS NOT = "00"
               MOVE 'Y' TO WS-OTB-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FILESTATUS NOT = "00"
                   OR WS-OTB-FOUND = 'Y'
               READ INVENTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FILESTATUS
                   NOT AT END
                       IF ITEM-CATEGORY = WS-OTB-CATEGORY
                           MOVE 'Y' TO WS-OTB-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-FILE.

      *> Open PO lines carry no due date, so all of them are taken
      *> as due in the current month; another month's report shows
      *> its budget against its receipts alone.
       OTB-REPORT.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "        OPEN-TO-BUY REPORT"
           DISPLAY "======================================="
           PERFORM OTB-ASK-MONTH.
           IF WS-OTB-MONTH-OK NOT = 'Y'
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS NOT = "00"
               DISPLAY "Cannot open the inventory file (status "
                   FILESTATUS ")!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PO-MASTER-FILE.
           IF PO-FILESTATUS = "00"
               MOVE 'Y' TO WS-PO-AVAILABLE
           ELSE
               MOVE 'N' TO WS-PO-AVAILABLE
           END-IF.
           PERFORM OTB-LOAD-MONTH.
           CLOSE INVENTORY-FILE.
           IF WS-PO-AVAILABLE = 'Y'
               CLOSE PO-MASTER-FILE
           END-IF.

           MOVE "OTB" TO WS-RPT-PREFIX.
           MOVE SPACES TO WS-RPT-TITLE.
           STRING
               "OPEN-TO-BUY " WS-OTB-MONTH
           DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE "CATEGORY                   BUDGET      RECEIVED"
               & "     ON ORDER     REMAINING" TO WS-RPT-COLS.
           PERFORM REPORT-ASK-PRINT.
           DISPLAY WS-RPT-COLS.
           MOVE ZERO TO WS-OTB-TOT-BUDGET.
           MOVE ZERO TO WS-OTB-TOT-RECEIVED.
           MOVE ZERO TO WS-OTB-TOT-ON-ORDER.
           MOVE ZERO TO WS-OTB-TOT-REMAINING.
           IF OTB-COUNT = ZERO
               DISPLAY "No budgets and no buying for " WS-OTB-MONTH
                   "."
           END-IF.
           PERFORM VARYING OTB-SUB FROM 1 BY 1
               UNTIL OTB-SUB > OTB-COUNT
               PERFORM OTB-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-OTB-TOT-BUDGET TO WS-OTB-TOT-EDIT.
           STRING
               "BUDGETED TOTAL BUDGET " WS-OTB-TOT-EDIT
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           DISPLAY WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-OTB-TOT-RECEIVED TO WS-OTB-TOT-EDIT.
           STRING
               "               RECEIVED " WS-OTB-TOT-EDIT
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           DISPLAY WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-OTB-TOT-ON-ORDER TO WS-OTB-TOT-EDIT.
           STRING
               "               ON ORDER " WS-OTB-TOT-EDIT
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           DISPLAY WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-OTB-TOT-REMAINING TO WS-OTB-TOT-EDIT.
           STRING
               "               REMAINING" WS-OTB-TOT-EDIT
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           DISPLAY WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           IF WS-OTB-MONTH NOT = WS-OTB-CUR-MONTH
               MOVE "OPEN PO LINES ARE COUNTED IN THE CURRENT MONTH "
                   & "ONLY." TO WS-RPT-DETAIL
               DISPLAY WS-RPT-DETAIL
               PERFORM REPORT-WRITE-LINE
           END-IF.
           IF OTB-CAP-HIT = 'Y'
               MOVE "MORE THAN 100 CATEGORIES - THE REST ARE NOT "
                   & "SHOWN." TO WS-RPT-DETAIL
               DISPLAY WS-RPT-DETAIL
               PERFORM REPORT-WRITE-LINE
           END-IF.
           PERFORM REPORT-CLOSE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> A category bought in without a budget is shown so the
      *> supervisor sees it, but left out of the totals.
       OTB-REPORT-LINE.
           COMPUTE WS-OTB-REMAINING = OTB-T-BUDGET (OTB-SUB)
               - OTB-T-RECEIVED (OTB-SUB) - OTB-T-ON-ORDER (OTB-SUB).
           IF OTB-T-HAS-BUDGET (OTB-SUB) = 'Y'
               MOVE OTB-T-BUDGET (OTB-SUB) TO WS-OTB-AMT-EDIT
               MOVE WS-OTB-AMT-EDIT TO WS-OTB-BUDGET-EDIT
               MOVE WS-OTB-REMAINING TO WS-OTB-SIGNED-EDIT
               MOVE WS-OTB-SIGNED-EDIT TO WS-OTB-REMAIN-EDIT
               ADD OTB-T-BUDGET (OTB-SUB) TO WS-OTB-TOT-BUDGET
               ADD OTB-T-RECEIVED (OTB-SUB) TO WS-OTB-TOT-RECEIVED
               ADD OTB-T-ON-ORDER (OTB-SUB) TO WS-OTB-TOT-ON-ORDER
               ADD WS-OTB-REMAINING TO WS-OTB-TOT-REMAINING
           ELSE
               MOVE "   NO BUDGET" TO WS-OTB-BUDGET-EDIT
               MOVE SPACES TO WS-OTB-REMAIN-EDIT
           END-IF.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE OTB-T-RECEIVED (OTB-SUB) TO WS-OTB-SIGNED-EDIT.
           MOVE OTB-T-ON-ORDER (OTB-SUB) TO WS-OTB-AMT-EDIT.
           STRING
               OTB-T-CATEGORY (OTB-SUB) " "
               WS-OTB-BUDGET-EDIT " "
               WS-OTB-SIGNED-EDIT " "
               WS-OTB-AMT-EDIT " "
               WS-OTB-REMAIN-EDIT
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           DISPLAY WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.

      *> Builds OTB-TABLE for WS-OTB-MONTH. The caller has the
      *> inventory file open for input and says in WS-PO-AVAILABLE
      *> whether the PO master is open; the item record is used
      *> for the lookups, so a caller reading the inventory file
      *> in sequence starts it again afterwards.
       OTB-LOAD-MONTH.
           MOVE ZERO TO OTB-COUNT.
           MOVE 'N' TO OTB-CAP-HIT.
           COMPUTE WS-OTB-CUR-MONTH = WS-BUSINESS-DATE / 100.
           PERFORM OTB-LOAD-BUDGETS.
      *> The journal rollover moves a closed month out to its own
      *> archive, so a past month is read from both files.
           MOVE "STOCKMOVES.DAT" TO WS-MOV-HIST-FILENAME.
           PERFORM OTB-READ-JOURNAL.
           IF WS-OTB-MONTH < WS-OTB-CUR-MONTH
               MOVE SPACES TO WS-MOV-HIST-FILENAME
               STRING
                   "STOCKMOVES_" WS-OTB-MONTH ".DAT"
               DELIMITED BY SIZE INTO WS-MOV-HIST-FILENAME
               PERFORM OTB-READ-JOURNAL
           END-IF.
           IF WS-OTB-MONTH = WS-OTB-CUR-MONTH
                   AND WS-PO-AVAILABLE = 'Y'
               PERFORM OTB-SUM-OPEN-PO
           END-IF.

       OTB-LOAD-BUDGETS.
           OPEN INPUT OTB-BUDGET-FILE.
           IF OTB-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OTB-MONTH TO OTB-MONTH.
           MOVE LOW-VALUES TO OTB-CATEGORY.
           MOVE 'N' TO WS-OTB-EOF.
           START OTB-BUDGET-FILE KEY IS NOT LESS THAN OTB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-OTB-EOF
           END-START.
           PERFORM UNTIL WS-OTB-EOF = 'Y'
               READ OTB-BUDGET-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OTB-EOF
                   NOT AT END
                       IF OTB-MONTH NOT = WS-OTB-MONTH
                           MOVE 'Y' TO WS-OTB-EOF
                       ELSE
                           MOVE OTB-CATEGORY TO WS-OTB-CATEGORY
                           PERFORM OTB-ADD-CATEGORY
                           IF OTB-HIT-SUB > ZERO
                               MOVE 'Y' TO
                                   OTB-T-HAS-BUDGET (OTB-HIT-SUB)
                               MOVE OTB-BUDGET-AMT TO
                                   OTB-T-BUDGET (OTB-HIT-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OTB-BUDGET-FILE.

       OTB-READ-JOURNAL.
           OPEN INPUT MOVEMENT-HIST-FILE.
           IF MOVH-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MOVH-FILESTATUS NOT = "00"
               READ MOVEMENT-HIST-FILE
                   AT END
                       MOVE "10" TO MOVH-FILESTATUS
                   NOT AT END
                       MOVE SPACES TO MOVH-PARSE-FIELDS
                       UNSTRING MOVEMENT-HIST-RECORD
                           DELIMITED BY ","
                           INTO MOVH-DATE-X MOVH-TIME-X
                               MOVH-OPERATOR MOVH-ITEM-CODE
                               MOVH-TYPE MOVH-QTY-TEXT
                               MOVH-REASON MOVH-LOC
                               MOVH-COST-TEXT
                       PERFORM OTB-TALLY-ENTRY
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-HIST-FILE.

      *> Receipts are bought-in stock at the cost on the entry
      *> (older entries without one at the item's unit cost);
      *> goods sent back to the supplier give the money back.
       OTB-TALLY-ENTRY.
           IF MOVH-TYPE NOT = "IN " AND MOVH-TYPE NOT = "RTV"
               EXIT PARAGRAPH
           END-IF.
           IF MOVH-DATE-X NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE MOVH-DATE-X TO MOVH-ENTRY-DATE.
           COMPUTE WS-OTB-ENTRY-MONTH = MOVH-ENTRY-DATE / 100.
           IF WS-OTB-ENTRY-MONTH NOT = WS-OTB-MONTH
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (MOVH-QTY-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MOVH-ENTRY-QTY = FUNCTION NUMVAL (MOVH-QTY-TEXT).
           MOVE MOVH-ITEM-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   MOVE "UNKNOWN" TO ITEM-CATEGORY
                   MOVE ZERO TO ITEM-UNIT-COST
           END-READ.
           MOVE ZERO TO WS-OTB-ENTRY-COST.
           IF FUNCTION TEST-NUMVAL (MOVH-COST-TEXT) = 0
               COMPUTE WS-OTB-ENTRY-COST =
                   FUNCTION NUMVAL (MOVH-COST-TEXT)
           END-IF.
           IF WS-OTB-ENTRY-COST = ZERO
               COMPUTE WS-OTB-ENTRY-COST =
                   MOVH-ENTRY-QTY * ITEM-UNIT-COST
           END-IF.
           MOVE ITEM-CATEGORY TO WS-OTB-CATEGORY.
           PERFORM OTB-ADD-CATEGORY.
           IF OTB-HIT-SUB = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF MOVH-TYPE = "IN "
               ADD WS-OTB-ENTRY-COST TO OTB-T-RECEIVED (OTB-HIT-SUB)
           ELSE
               SUBTRACT WS-OTB-ENTRY-COST
                   FROM OTB-T-RECEIVED (OTB-HIT-SUB)
           END-IF.

      *> Still to come on open lines, at the item's current cost --
      *> the PO line itself carries no price.
       OTB-SUM-OPEN-PO.
           MOVE ZEROES TO PO-KEY.
           MOVE 'N' TO WS-PO-SCAN-DONE.
           START PO-MASTER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PO-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-PO-SCAN-DONE = 'Y'
               READ PO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PO-SCAN-DONE
                   NOT AT END
                       IF PO-REC-TYPE = 'L'
                               AND PO-LINE-STATUS = "OPEN"
                               AND PO-LINE-ORDER-QTY >
                                   PO-LINE-RECEIVED-QTY
                           PERFORM OTB-TALLY-PO-LINE
                       END-IF
               END-READ
           END-PERFORM.

       OTB-TALLY-PO-LINE.
           MOVE PO-LINE-ITEM-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   MOVE "UNKNOWN" TO ITEM-CATEGORY
                   MOVE ZERO TO ITEM-UNIT-COST
           END-READ.
           MOVE ITEM-CATEGORY TO WS-OTB-CATEGORY.
           PERFORM OTB-ADD-CATEGORY.
           IF OTB-HIT-SUB > ZERO
               COMPUTE OTB-T-ON-ORDER (OTB-HIT-SUB) =
                   OTB-T-ON-ORDER (OTB-HIT-SUB)
                       + (PO-LINE-ORDER-QTY - PO-LINE-RECEIVED-QTY)
                           * ITEM-UNIT-COST
           END-IF.

       OTB-FIND-CATEGORY.
           MOVE ZERO TO OTB-HIT-SUB.
           PERFORM VARYING OTB-SUB FROM 1 BY 1
               UNTIL OTB-SUB > OTB-COUNT OR OTB-HIT-SUB > ZERO
               IF OTB-T-CATEGORY (OTB-SUB) = WS-OTB-CATEGORY
                   MOVE OTB-SUB TO OTB-HIT-SUB
               END-IF
           END-PERFORM.

       OTB-ADD-CATEGORY.
           PERFORM OTB-FIND-CATEGORY.
           IF OTB-HIT-SUB > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF OTB-COUNT < 100
               ADD 1 TO OTB-COUNT
               INITIALIZE OTB-ENTRY (OTB-COUNT)
               MOVE WS-OTB-CATEGORY TO OTB-T-CATEGORY (OTB-COUNT)
               MOVE 'N' TO OTB-T-HAS-BUDGET (OTB-COUNT)
               MOVE 'N' TO OTB-T-OVERRIDE (OTB-COUNT)
               MOVE 'N' TO OTB-T-HOLD-ALL (OTB-COUNT)
               MOVE OTB-COUNT TO OTB-HIT-SUB
           ELSE
               MOVE 'Y' TO OTB-CAP-HIT
           END-IF.

      *> PO generation: the current month's position is loaded
      *> before the first pass, which reads the inventory file
      *> from the top again.
       OTB-PREPARE.
           MOVE ZERO TO OTB-HELD-COUNT.
           MOVE 'N' TO OTB-HELD-CAP-HIT.
           COMPUTE WS-OTB-MONTH = WS-BUSINESS-DATE / 100.
           PERFORM OTB-LOAD-MONTH.
           CLOSE INVENTORY-FILE.
           OPEN INPUT INVENTORY-FILE.

      *> A line fits while the category's budget, less receipts,
      *> open PO cost and the lines already planned this run,
      *> still covers it; otherwise it is held back. A category
      *> with no budget for the month is not limited.
       OTB-PLAN-LINE.
           MOVE ITEM-CATEGORY TO WS-OTB-CATEGORY.
           PERFORM OTB-FIND-CATEGORY.
           IF OTB-HIT-SUB = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF OTB-T-HAS-BUDGET (OTB-HIT-SUB) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OTB-LINE-COST = WS-ORDER-QTY * ITEM-UNIT-COST.
           COMPUTE WS-OTB-REMAINING = OTB-T-BUDGET (OTB-HIT-SUB)
               - OTB-T-RECEIVED (OTB-HIT-SUB)
               - OTB-T-ON-ORDER (OTB-HIT-SUB)
               - OTB-T-PLANNED (OTB-HIT-SUB).
           IF WS-OTB-LINE-COST <= WS-OTB-REMAINING
               ADD WS-OTB-LINE-COST TO OTB-T-PLANNED (OTB-HIT-SUB)
               EXIT PARAGRAPH
           END-IF.
           ADD WS-OTB-LINE-COST TO OTB-T-HELD (OTB-HIT-SUB).
           ADD 1 TO OTB-T-HELD-LINES (OTB-HIT-SUB).
           IF OTB-HELD-COUNT < 500
               ADD 1 TO OTB-HELD-COUNT
               MOVE ITEM-CODE TO OTB-H-ITEM-CODE (OTB-HELD-COUNT)
               MOVE ITEM-SUPPLIER-CODE
                   TO OTB-H-SUPPLIER (OTB-HELD-COUNT)
               MOVE OTB-HIT-SUB TO OTB-H-CAT-SUB (OTB-HELD-COUNT)
               MOVE WS-ORDER-QTY TO OTB-H-QTY (OTB-HELD-COUNT)
               MOVE WS-OTB-LINE-COST TO OTB-H-COST (OTB-HELD-COUNT)
           ELSE
      *> With nowhere to note the line, the whole category is held
      *> rather than let an unrecorded line through.
               MOVE 'Y' TO OTB-HELD-CAP-HIT
               MOVE 'Y' TO OTB-T-HOLD-ALL (OTB-HIT-SUB)
           END-IF.

      *> Between the passes: each category with lines held is shown
      *> with what it has left. Only a supervisor may order them
      *> anyway, category by category, and each override is
      *> audited; a clerk's run leaves them for a supervisor.
       OTB-REVIEW-HELD.
           IF OTB-HELD-COUNT = ZERO AND OTB-HELD-CAP-HIT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " "
           DISPLAY "WARNING: these lines would take their category "
               "past its open-to-buy for " WS-OTB-MONTH
               " and are held back:"
           PERFORM VARYING OTB-SUB FROM 1 BY 1
               UNTIL OTB-SUB > OTB-COUNT
               IF OTB-T-HELD-LINES (OTB-SUB) > ZERO
                   PERFORM OTB-REVIEW-CATEGORY
               END-IF
           END-PERFORM.
           IF OTB-HELD-CAP-HIT = 'Y'
               DISPLAY "NOTE: more than 500 lines held - every line "
                   "in the categories marked ALL is held."
           END-IF.
      *> Lines still held no longer count towards their supplier's
      *> order, so a supplier left with none gets no empty PO.
           PERFORM VARYING OTB-HELD-SUB FROM 1 BY 1
               UNTIL OTB-HELD-SUB > OTB-HELD-COUNT
               MOVE OTB-H-CAT-SUB (OTB-HELD-SUB) TO OTB-SUB
               IF OTB-T-OVERRIDE (OTB-SUB) NOT = 'Y'
                   PERFORM OTB-RELEASE-SUPPLIER-LINE
               END-IF
           END-PERFORM.

       OTB-REVIEW-CATEGORY.
           COMPUTE WS-OTB-REMAINING = OTB-T-BUDGET (OTB-SUB)
               - OTB-T-RECEIVED (OTB-SUB) - OTB-T-ON-ORDER (OTB-SUB)
               - OTB-T-PLANNED (OTB-SUB).
           MOVE WS-OTB-REMAINING TO WS-OTB-SIGNED-EDIT.
           MOVE OTB-T-HELD (OTB-SUB) TO WS-OTB-AMT-EDIT.
           DISPLAY " "
           DISPLAY "Category " OTB-T-CATEGORY (OTB-SUB)
               " left " WS-OTB-SIGNED-EDIT
               "  held " OTB-T-HELD-LINES (OTB-SUB)
               " line(s) at " WS-OTB-AMT-EDIT
           IF OTB-T-HOLD-ALL (OTB-SUB) = 'Y'
               DISPLAY "  ALL lines in this category are held."
           END-IF.
           PERFORM VARYING OTB-HELD-SUB FROM 1 BY 1
               UNTIL OTB-HELD-SUB > OTB-HELD-COUNT
               IF OTB-H-CAT-SUB (OTB-HELD-SUB) = OTB-SUB
                   MOVE OTB-H-COST (OTB-HELD-SUB) TO WS-OTB-AMT-EDIT
                   DISPLAY "  " OTB-H-ITEM-CODE (OTB-HELD-SUB)
                       "  supplier " OTB-H-SUPPLIER (OTB-HELD-SUB)
                       "  qty " OTB-H-QTY (OTB-HELD-SUB)
                       "  cost " WS-OTB-AMT-EDIT
               END-IF
           END-PERFORM.
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "  Held - a supervisor must generate the "
                   "order to override."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  Override and order these lines anyway? (Y/N): "
               NO ADVANCING
           ACCEPT WS-OTB-CONFIRM.
           IF WS-OTB-CONFIRM NOT = 'Y' AND WS-OTB-CONFIRM NOT = 'y'
               DISPLAY "  Held."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO OTB-T-OVERRIDE (OTB-SUB).
           MOVE WS-OTB-MONTH TO ITEM-CODE.
           MOVE "OTB-OVERRIDE" TO WS-AUDIT-FIELD.
           MOVE OTB-T-CATEGORY (OTB-SUB) TO WS-AUDIT-OLDVAL.
           MOVE OTB-T-HELD (OTB-SUB) TO WS-OTB-AMT-EDIT.
           MOVE SPACES TO WS-AUDIT-NEWVAL.
           STRING
               "HELD " WS-OTB-AMT-EDIT " LINES "
               OTB-T-HELD-LINES (OTB-SUB)
           DELIMITED BY SIZE INTO WS-AUDIT-NEWVAL.
           PERFORM AUDIT-WRITE-ENTRY.
           DISPLAY "  Overridden - the lines will be ordered.".

       OTB-RELEASE-SUPPLIER-LINE.
           PERFORM VARYING PO-SUP-SUB FROM 1 BY 1
               UNTIL PO-SUP-SUB > PO-SUP-COUNT
               IF PO-SUP-CODE (PO-SUP-SUB)
                       = OTB-H-SUPPLIER (OTB-HELD-SUB)
                       AND PO-SUP-LINES (PO-SUP-SUB) > ZERO
                   SUBTRACT 1 FROM PO-SUP-LINES (PO-SUP-SUB)
               END-IF
           END-PERFORM.

      *> Second pass: is the item in INVENTORY-RECORD one of the
      *> lines held back and not overridden?
       OTB-CHECK-HELD.
           MOVE 'N' TO OTB-HELD-FOUND.
           MOVE ITEM-CATEGORY TO WS-OTB-CATEGORY.
           PERFORM OTB-FIND-CATEGORY.
           IF OTB-HIT-SUB = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF OTB-T-OVERRIDE (OTB-HIT-SUB) = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF OTB-T-HOLD-ALL (OTB-HIT-SUB) = 'Y'
               MOVE 'Y' TO OTB-HELD-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING OTB-HELD-SUB FROM 1 BY 1
               UNTIL OTB-HELD-SUB > OTB-HELD-COUNT
                   OR OTB-HELD-FOUND = 'Y'
               IF OTB-H-ITEM-CODE (OTB-HELD-SUB) = ITEM-CODE
                   MOVE 'Y' TO OTB-HELD-FOUND
               END-IF
           END-PERFORM.

       RECEIVE-PO.
           PERFORM OPEN-PO-MASTER-IO.
           IF WS-PO-AVAILABLE NOT = 'Y'
               DISPLAY "[SYSTEM] Press any key to continue..."
           END-IF.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "       RECEIVE PURCHASE ORDER"
           DISPLAY "======================================="
           DISPLAY "Enter PO Number: " NO ADVANCING
           ACCEPT WS-PO-NUMBER.
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.

           IF PO-STATUS = "RECEIVED" OR PO-STATUS = "CANCELLED"
               DISPLAY "Purchase order " WS-PO-NUMBER " is already "
                   PO-STATUS "."
               "  Supplier " PO-SUPPLIER-CODE
               "  Status " PO-STATUS.
           PERFORM LIST-PO-LINES.

           DISPLAY "Enter line number to receive: " NO ADVANCING
           ACCEPT WS-RCV-LINE-NO.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE WS-RCV-LINE-NO TO PO-LINE-NO.
           READ PO-MASTER-FILE
               INVALID KEY
                   DISPLAY "PO line not found!"
                   CLOSE PO-MASTER-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           IF PO-REC-TYPE NOT = 'L'
               DISPLAY "PO line not found!"
               CLOSE PO-MASTER-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           IF PO-LINE-STATUS NOT = "OPEN"
               DISPLAY "PO line is already " PO-LINE-STATUS "."
               CLOSE PO-MASTER-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Line " PO-LINE-NO "  Item " PO-LINE-ITEM-CODE
               "  Ordered " PO-LINE-ORDER-QTY
               "  Received " PO-LINE-RECEIVED-QTY.
           PERFORM VALIDATE-MOVE-QUANTITY.

           MOVE PO-LINE-ITEM-CODE TO ITEM-CODE.
           PERFORM OPEN-INVENTORY-SHARED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               CLOSE PO-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "Item " ITEM-CODE " is no longer on the "
                       "inventory file - receipt not posted."
                   CLOSE INVENTORY-FILE
                   CLOSE PO-MASTER-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CHECK-ITEM-LOCKED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               CLOSE PO-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-MOVE-NEW-QTY = STOCK-QUANTITY + WS-MOVE-QTY.
           IF WS-MOVE-NEW-QTY > 99999
               DISPLAY "Error: receipt would exceed the maximum "
                   "stock quantity - not posted."
               CLOSE INVENTORY-FILE
               CLOSE PO-MASTER-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

      *> Dock deliveries are put away at MAIN; stock wanted at ANNEX
      *> moves on afterwards through the normal location transfer.
           MOVE STOCK-QUANTITY TO OLD-STOCK-QUANTITY.
           MOVE ITEM-UNIT-COST TO OLD-UNIT-COST.
           PERFORM RECEIPT-COST-PROMPT.
           ADD WS-MOVE-QTY TO STOCK-QUANTITY.
           ADD WS-MOVE-QTY TO LOC-QUANTITY (1).
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-RECEIPT-DATE.
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE.

      *> The PO line is only marked received after the inventory
      *> update has gone through -- otherwise the order would show
      *> delivered stock that never reached the file.
           MOVE 'N' TO WS-VALID-FLAG.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating item!"
               NOT INVALID
                   MOVE 'Y' TO WS-VALID-FLAG
                   DISPLAY "Receipt posted - new quantity: "
                       STOCK-QUANTITY
                   MOVE "PO-RECEIPT" TO WS-AUDIT-FIELD
                   MOVE OLD-STOCK-QUANTITY TO WS-AUDIT-OLDVAL
                   MOVE STOCK-QUANTITY TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
                   MOVE "IN" TO WS-MOVE-TYPE
                   MOVE LOC-CODE (1) TO WS-MOVE-LOC
                   MOVE SPACES TO WS-MOVE-REASON
                   STRING
                       "PO " WS-PO-NUMBER
                   DELIMITED BY SIZE INTO WS-MOVE-REASON
                   PERFORM LAYER-RECEIPT
                   PERFORM MOVEMENT-WRITE-ENTRY
                   PERFORM AUDIT-COST-IF-CHANGED
           END-REWRITE.
           IF WS-VALID-FLAG = 'Y'
               PERFORM BACKORDER-ALLOCATE
           END-IF.
           CLOSE INVENTORY-FILE.

           IF WS-VALID-FLAG = 'Y'
               ADD WS-MOVE-QTY TO PO-LINE-RECEIVED-QTY
      *> Each receipt restamps the date, so a line received in
      *> dribbles measures to its final delivery -- the lead time
      *> the buyer actually waited.
               MOVE WS-BUSINESS-DATE TO PO-LINE-RECEIVED-DATE
               IF PO-LINE-RECEIVED-QTY >= PO-LINE-ORDER-QTY
                   MOVE "RECEIVED" TO PO-LINE-STATUS
               END-IF
               REWRITE PO-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Error updating PO line!"
               END-REWRITE
               PERFORM UPDATE-PO-HEADER-STATUS
           END-IF.
           CLOSE PO-MASTER-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> A vendor who will never deliver must not go on suppressing
      *> the item from the low-stock report and new orders forever:
      *> cancelling marks every still-open line and the header
      *> CANCELLED, so the open-line netting stops counting them.
      *> Lines already fully received keep their RECEIVED status as
      *> the record of what did arrive.
       CANCEL-PO.
           PERFORM OPEN-PO-MASTER-IO.
           IF WS-PO-AVAILABLE NOT = 'Y'
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "       CANCEL PURCHASE ORDER"
           DISPLAY "======================================="
           DISPLAY "Enter PO Number: " NO ADVANCING
           ACCEPT WS-PO-NUMBER.

           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE ZERO TO PO-LINE-NO.
           READ PO-MASTER-FILE
               INVALID KEY
                   DISPLAY "Purchase order not found!"
                   CLOSE PO-MASTER-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           IF PO-STATUS = "RECEIVED" OR PO-STATUS = "CANCELLED"
               DISPLAY "Purchase order " WS-PO-NUMBER " is already "
                   PO-STATUS "."
               CLOSE PO-MASTER-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "PO " WS-PO-NUMBER "  Date " PO-ORDER-DATE
               "  Supplier " PO-SUPPLIER-CODE
               "  Status " PO-STATUS.
           PERFORM LIST-PO-LINES.
           DISPLAY "Cancel the remaining open lines and the "
               "order? (Y/N): " NO ADVANCING
           ACCEPT WS-PO-CONFIRM.
           IF WS-PO-CONFIRM NOT = 'Y' AND WS-PO-CONFIRM NOT = 'y'
               CLOSE PO-MASTER-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-PO-CANCEL-COUNT.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE 1 TO PO-LINE-NO.
           MOVE 'N' TO WS-PO-SCAN-DONE.
           START PO-MASTER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PO-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-PO-SCAN-DONE = 'Y'
                   DISPLAY "Error updating PO header!"
           END-REWRITE.

      *> Goods going back to the supplier after RECEIVE-PO posted
      *> them -- damaged in transit, the wrong item, over-shipped.
      *> The return is taken against the PO line it arrived on and
      *> can never exceed what that line received less what has
      *> already gone back. Stock leaves the location the operator
      *> names as an RTV movement valued at what we paid (the
      *> supplier's invoice price where the invoice is keyed, the
      *> item's unit cost until then), and a numbered debit memo
      *> is raised against the supplier so the invoice is paid net
      *> of the goods returned. The RTV slip goes in the box.
       RETURN-TO-VENDOR.
           PERFORM OPEN-PO-MASTER-IO.
           IF WS-PO-AVAILABLE NOT = 'Y'
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O DEBIT-MEMO-FILE.
           IF DM-FILESTATUS = "35"
               OPEN OUTPUT DEBIT-MEMO-FILE
               CLOSE DEBIT-MEMO-FILE
               OPEN I-O DEBIT-MEMO-FILE
           END-IF.
           IF DM-FILESTATUS NOT = "00" AND DM-FILESTATUS NOT = "05"
               DISPLAY "Debit memo file is in use by another "
                   "operator (status " DM-FILESTATUS ") - try again."
               CLOSE PO-MASTER-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-INVENTORY-SHARED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               CLOSE DEBIT-MEMO-FILE
               CLOSE PO-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "         RETURN TO VENDOR"
           DISPLAY "======================================="
           MOVE 'N' TO WS-RTV-POSTED.
           PERFORM RTV-POST.
           IF WS-RTV-POSTED = 'Y'
               PERFORM PRINT-RTV-SLIP
           END-IF.
           CLOSE INVENTORY-FILE.
           CLOSE DEBIT-MEMO-FILE.
           CLOSE PO-MASTER-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       RTV-POST.
           DISPLAY "Enter PO Number: " NO ADVANCING
           ACCEPT WS-PO-NUMBER.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE ZERO TO PO-LINE-NO.
           READ PO-MASTER-FILE
               INVALID KEY
                   DISPLAY "Purchase order not found!"
                   EXIT PARAGRAPH
           END-READ.
           MOVE PO-SUPPLIER-CODE TO WS-RTV-SUPPLIER.
           DISPLAY "PO " WS-PO-NUMBER "  Date " PO-ORDER-DATE
               "  Supplier " PO-SUPPLIER-CODE
               "  Status " PO-STATUS.
           PERFORM LIST-PO-LINES.

           DISPLAY "Enter line number to return against: "
               NO ADVANCING
           ACCEPT WS-RTV-LINE-NO.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE WS-RTV-LINE-NO TO PO-LINE-NO.
           READ PO-MASTER-FILE
               INVALID KEY
                   DISPLAY "PO line not found!"
                   EXIT PARAGRAPH
           END-READ.
           IF PO-REC-TYPE NOT = 'L'
               DISPLAY "PO line not found!"
               EXIT PARAGRAPH
           END-IF.
           IF PO-LINE-RECEIVED-QTY = ZERO
               DISPLAY "Nothing has been received on line "
                   WS-RTV-LINE-NO " - nothing to return."
               EXIT PARAGRAPH
           END-IF.
           MOVE PO-LINE-RECEIVED-QTY TO WS-RTV-RECEIVED.
           PERFORM RTV-SUM-PRIOR-RETURNS.
           IF WS-RTV-PRIOR >= WS-RTV-RECEIVED
               DISPLAY "Everything received on this line has "
                   "already gone back (received " WS-RTV-RECEIVED
                   ", returned " WS-RTV-PRIOR ")."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RTV-RETURNABLE =
               WS-RTV-RECEIVED - WS-RTV-PRIOR.

           MOVE PO-LINE-ITEM-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "Item " PO-LINE-ITEM-CODE " is no longer "
                       "on file - return cannot be posted."
                   EXIT PARAGRAPH
           END-READ.
           IF FILESTATUS NOT = "00"
               DISPLAY "Item " PO-LINE-ITEM-CODE " is in use by "
                   "another operator - try again."
               EXIT PARAGRAPH
           END-IF.

           PERFORM RTV-FIND-COST.
           MOVE WS-RTV-UNIT-COST TO WS-SI-COST-EDIT.
           DISPLAY "  Item:      " ITEM-CODE " " ITEM-NAME.
           DISPLAY "  Received:  " WS-RTV-RECEIVED
               "  Already returned: " WS-RTV-PRIOR.
           IF WS-DM-INVOICE-NO = SPACES
               DISPLAY "  Cost paid: " WS-SI-COST-EDIT
                   " each (unit cost - not yet invoiced)"
           ELSE
               DISPLAY "  Cost paid: " WS-SI-COST-EDIT
                   " each (invoice " WS-DM-INVOICE-NO ")"
           END-IF.
           DISPLAY "  Location " LOC-CODE (1) ": " LOC-QUANTITY (1).
           DISPLAY "  Location " LOC-CODE (2) ": " LOC-QUANTITY (2).

           PERFORM VALIDATE-MOVE-QUANTITY.
           IF WS-MOVE-QTY > WS-RTV-RETURNABLE
               DISPLAY "Only " WS-RTV-RETURNABLE " can go back "
                   "against this line - not posted."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ship from location: " NO ADVANCING
           ACCEPT WS-MOVE-LOC.
           PERFORM FIND-MOVE-LOCATION-SUB.
           IF WS-MOVE-SUB = ZERO
               DISPLAY "Unknown location code!"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MOVE-QTY > LOC-QUANTITY (WS-MOVE-SUB)
               DISPLAY "Only " LOC-QUANTITY (WS-MOVE-SUB) " on hand "
                   "at " WS-MOVE-LOC " - not posted."
               EXIT PARAGRAPH
           END-IF.
      *> Units promised to customer orders stay put: the supplier
      *> gets the free stock only.
           COMPUTE WS-RTV-ATS = STOCK-QUANTITY - ITEM-ALLOCATED-QTY.
           IF WS-MOVE-QTY > WS-RTV-ATS
               DISPLAY "Only " WS-RTV-ATS " are free of customer "
                   "order allocations - not posted."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reason (e.g. DAMAGED, WRONG ITEM): "
               NO ADVANCING
           MOVE SPACES TO WS-RTV-REASON.
           ACCEPT WS-RTV-REASON.
           IF WS-RTV-REASON = SPACES
               MOVE "NOT STATED" TO WS-RTV-REASON
           END-IF.

           COMPUTE WS-RTV-AMOUNT = WS-RTV-UNIT-COST * WS-MOVE-QTY.
           MOVE STOCK-QUANTITY TO OLD-STOCK-QUANTITY.
           SUBTRACT WS-MOVE-QTY FROM STOCK-QUANTITY.
           SUBTRACT WS-MOVE-QTY FROM LOC-QUANTITY (WS-MOVE-SUB).
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating item!"
               NOT INVALID
                   MOVE 'Y' TO WS-RTV-POSTED
                   DISPLAY "Returned to vendor - new quantity: "
                       STOCK-QUANTITY
           END-REWRITE.
           IF WS-RTV-POSTED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM ASSIGN-NEXT-DM-NUMBER.
           PERFORM RTV-WRITE-DEBIT-MEMO.
           MOVE "VENDOR-RETURN" TO WS-AUDIT-FIELD.
           MOVE OLD-STOCK-QUANTITY TO WS-AUDIT-OLDVAL.
           MOVE STOCK-QUANTITY TO WS-AUDIT-NEWVAL.
           PERFORM AUDIT-WRITE-ENTRY.
           MOVE "RTV" TO WS-MOVE-TYPE.
           MOVE SPACES TO WS-MOVE-REASON.
           STRING
               "DM " WS-DM-NUMBER
           DELIMITED BY SIZE INTO WS-MOVE-REASON.
      *> The units go back off the layers, the ones received on
      *> this PO first, and the journal carries what they stood in
      *> stock at; the debit memo keeps the supplier's billed cost.
           MOVE WS-MOVE-QTY TO WS-LAYER-QTY.
           MOVE SPACES TO WS-LAYER-REF.
           STRING
               "PO " WS-PO-NUMBER
           DELIMITED BY SIZE INTO WS-LAYER-REF.
           PERFORM LAYER-CONSUME.
           MOVE WS-LAYER-COGS TO WS-MOVE-COST.
           PERFORM MOVEMENT-WRITE-ENTRY.

      *> Everything already returned against this PO line, from the
      *> debit memos raised for it.
       RTV-SUM-PRIOR-RETURNS.
           MOVE ZERO TO WS-RTV-PRIOR.
           MOVE ZERO TO DM-NUMBER.
           MOVE 'N' TO WS-DM-EOF.
           START DEBIT-MEMO-FILE KEY IS NOT LESS THAN DM-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-DM-EOF
           END-START.
           PERFORM UNTIL WS-DM-EOF = 'Y'
               READ DEBIT-MEMO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DM-EOF
                   NOT AT END
                       IF DM-PO-NUMBER = WS-PO-NUMBER
                               AND DM-PO-LINE-NO = WS-RTV-LINE-NO
                           ADD DM-QTY TO WS-RTV-PRIOR
                       END-IF
               END-READ
           END-PERFORM.

      *> The cost we paid is the price on the supplier's invoice
      *> for this PO that billed the item; the memo is linked to
      *> that invoice. Until the invoice is keyed the item's unit
      *> cost stands in and the memo waits unlinked.
       RTV-FIND-COST.
           MOVE ITEM-UNIT-COST TO WS-RTV-UNIT-COST.
           MOVE SPACES TO WS-DM-INVOICE-NO.
           OPEN INPUT INVOICE-FILE.
           IF SI-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-RTV-INV-MATCH.
           MOVE 'N' TO WS-SI-EOF.
           PERFORM UNTIL WS-SI-EOF = 'Y'
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SI-EOF
                   NOT AT END
                       IF INV-REC-TYPE = 'H'
                           IF INV-PO-NUMBER = WS-PO-NUMBER
                                   AND INV-SUPPLIER-CODE
                                       = WS-RTV-SUPPLIER
                               MOVE 'Y' TO WS-RTV-INV-MATCH
                           ELSE
                               MOVE 'N' TO WS-RTV-INV-MATCH
                           END-IF
                       ELSE
                           IF WS-RTV-INV-MATCH = 'Y'
                                   AND INV-LINE-ITEM-CODE = ITEM-CODE
                                   AND WS-DM-INVOICE-NO = SPACES
                               MOVE INV-INVOICE-NO
                                   TO WS-DM-INVOICE-NO
                               MOVE INV-LINE-PRICE
                                   TO WS-RTV-UNIT-COST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.

       RTV-WRITE-DEBIT-MEMO.
           MOVE SPACES TO DEBIT-MEMO-RECORD.
           MOVE WS-DM-NUMBER TO DM-NUMBER.
           MOVE WS-RTV-SUPPLIER TO DM-SUPPLIER-CODE.
           MOVE WS-PO-NUMBER TO DM-PO-NUMBER.
           MOVE WS-RTV-LINE-NO TO DM-PO-LINE-NO.
           MOVE WS-DM-INVOICE-NO TO DM-INVOICE-NO.
           MOVE ITEM-CODE TO DM-ITEM-CODE.
           MOVE WS-MOVE-QTY TO DM-QTY.
           MOVE WS-RTV-UNIT-COST TO DM-UNIT-COST.
           MOVE WS-RTV-AMOUNT TO DM-AMOUNT.
           MOVE WS-BUSINESS-DATE TO DM-DATE.
           MOVE WS-MOVE-LOC TO DM-LOC.
           MOVE WS-RTV-REASON TO DM-REASON.
           MOVE "OPEN" TO DM-STATUS.
           WRITE DEBIT-MEMO-RECORD
               INVALID KEY
                   DISPLAY "Error writing debit memo " WS-DM-NUMBER
                       " - raise it with the supplier by hand!"
               NOT INVALID
                   MOVE WS-RTV-AMOUNT TO WS-DM-AMOUNT-EDIT
                   DISPLAY "Debit memo " WS-DM-NUMBER " raised on "
                       WS-RTV-SUPPLIER " for " WS-DM-AMOUNT-EDIT
                   IF WS-DM-INVOICE-NO = SPACES
                       DISPLAY "  (linked to the invoice when it "
                           "is keyed)"
                   ELSE
                       DISPLAY "  against invoice " WS-DM-INVOICE-NO
                   END-IF
           END-WRITE.

       ASSIGN-NEXT-DM-NUMBER.
           OPEN INPUT DM-CONTROL-FILE.
           IF DMCTL-FILESTATUS = "00"
               READ DM-CONTROL-FILE
                   AT END
                       MOVE 1 TO WS-DM-NUMBER
                   NOT AT END
                       MOVE DMCTL-RECORD (1:6) TO WS-DM-NUMBER
               END-READ
               CLOSE DM-CONTROL-FILE
           ELSE
               MOVE 1 TO WS-DM-NUMBER
           END-IF.
           COMPUTE WS-DM-NEXT-NUMBER = WS-DM-NUMBER + 1.
           OPEN OUTPUT DM-CONTROL-FILE.
           MOVE WS-DM-NEXT-NUMBER TO DMCTL-RECORD.
           WRITE DMCTL-RECORD.
           CLOSE DM-CONTROL-FILE.

      *> The slip that travels in the box, in the ORDCONF layout:
      *> memo number, supplier, the PO line the goods came in on,
      *> what is going back and why, and a line for the driver.
       PRINT-RTV-SLIP.
           MOVE WS-BUSINESS-DATE TO WS-RTV-DATE.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS = "00"
               MOVE 'Y' TO WS-SUP-AVAILABLE
           ELSE
               MOVE 'N' TO WS-SUP-AVAILABLE
           END-IF.
           MOVE WS-RTV-SUPPLIER TO WS-CUR-SUPPLIER.
           PERFORM LOOKUP-SUPPLIER.
           IF WS-SUP-AVAILABLE = 'Y'
               CLOSE SUPPLIER-FILE
           END-IF.

           MOVE SPACES TO WS-CONF-FILENAME.
           STRING
               "RTV_" WS-DM-NUMBER ".TXT"
           DELIMITED BY SIZE INTO WS-CONF-FILENAME.
           OPEN OUTPUT CONF-FILE.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "RETURN TO VENDOR - DEBIT MEMO NO. " WS-DM-NUMBER
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "DATE " WS-RTV-DATE
               "  SUPPLIER " WS-RTV-SUPPLIER
               " " SUPPLIER-NAME
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           IF WS-DM-INVOICE-NO = SPACES
               STRING
                   "OUR PO " WS-PO-NUMBER
                   " LINE " WS-RTV-LINE-NO
               DELIMITED BY SIZE INTO CONF-RECORD
           ELSE
               STRING
                   "OUR PO " WS-PO-NUMBER
                   " LINE " WS-RTV-LINE-NO
                   "  YOUR INVOICE " WS-DM-INVOICE-NO
               DELIMITED BY SIZE INTO CONF-RECORD
           END-IF.
           WRITE CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           WRITE CONF-RECORD.

           MOVE WS-RTV-UNIT-COST TO WS-CO-PRICE-EDIT.
           MOVE WS-RTV-AMOUNT TO WS-CO-EXT-EDIT.
           MOVE SPACES TO CONF-RECORD.
           STRING
               ITEM-CODE " x " WS-MOVE-QTY
               " @ " WS-CO-PRICE-EDIT
               " = " WS-CO-EXT-EDIT
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "  " ITEM-NAME
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "  REASON: " WS-RTV-REASON
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE WS-RTV-AMOUNT TO WS-CO-TOTAL-EDIT.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "DEBIT MEMO TOTAL  " WS-CO-TOTAL-EDIT
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE "RECEIVED BY DRIVER: ____________________  DATE: "
               TO CONF-RECORD.
           WRITE CONF-RECORD.
           CLOSE CONF-FILE.
           DISPLAY "RTV slip written to " WS-CONF-FILENAME.

       EXPORT-TO-CSV.
           PERFORM READ-CHECKPOINT.
           MOVE 'N' TO WS-RESUME-ANSWER.
           IF WS-CKPT-FOUND = 'Y' AND CKPT-JOB-NAME = "EXPORT"
               DISPLAY "A previous export checkpoint was found at "
                   "item " CKPT-LAST-CODE " (" CKPT-REC-COUNT
                   " records)."
               DISPLAY "Resume from checkpoint? (Y/N): " NO ADVANCING
               ACCEPT WS-RESUME-ANSWER
           END-IF.

           OPEN INPUT INVENTORY-FILE.
           IF WS-RESUME-ANSWER = 'Y' OR WS-RESUME-ANSWER = 'y'
               MOVE CKPT-FILENAME TO WS-CSV-FILENAME
               MOVE CKPT-LAST-CODE TO ITEM-CODE
               START INVENTORY-FILE KEY IS GREATER THAN ITEM-CODE
                   INVALID KEY
                       MOVE "10" TO FILESTATUS
               END-START
               OPEN EXTEND CSV-FILE
               MOVE CKPT-REC-COUNT TO WS-CKPT-COUNTER
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-EXPORT-DATE
               MOVE 1 TO WS-CSV-SEQ
               STRING
                   "INVENTORYFILE_" WS-EXPORT-DATE ".CSV"
               DELIMITED BY SIZE INTO WS-CSV-FILENAME
      *> A same-day export may already exist (an earlier interactive
      *> run, or the overnight DAILY-EXPORT-BATCH job) -- probe for a
      *> free dated name instead of clobbering whatever is there.
               MOVE 'N' TO WS-VALID-FLAG
               PERFORM UNTIL WS-VALID-FLAG = 'Y'
                   OPEN INPUT CSV-FILE
                   IF CSV-FILESTATUS = "35"
                       MOVE 'Y' TO WS-VALID-FLAG
                   ELSE
                       CLOSE CSV-FILE
                       ADD 1 TO WS-CSV-SEQ
                       STRING
                           "INVENTORYFILE_" WS-EXPORT-DATE "_"
                           WS-CSV-SEQ ".CSV"
                       DELIMITED BY SIZE INTO WS-CSV-FILENAME
                   END-IF
               END-PERFORM
               OPEN OUTPUT CSV-FILE
               MOVE ZERO TO WS-CKPT-COUNTER
           END-IF.
           DISPLAY "[SYSTEM] Exporting Inventory to "
               WS-CSV-FILENAME.

           PERFORM UNTIL FILESTATUS NOT = "00"
               READ INVENTORY-FILE
                   AT END
                       MOVE "10" TO FILESTATUS
                       EXIT PERFORM
                   NOT AT END
                       MOVE UNIT-PRICE TO WS-CSV-PRICE
                       STRING
                           ITEM-CODE ","
                           ITEM-NAME ","
                           ITEM-CATEGORY ","
                           ITEM-SIZE ","
                           ITEM-COLOR ","
                           STOCK-QUANTITY ","
                           WS-CSV-PRICE
                       DELIMITED BY SIZE INTO CSV-RECORD
                       WRITE CSV-RECORD
                       ADD 1 TO WS-CKPT-COUNTER
                       IF FUNCTION MOD(WS-CKPT-COUNTER
                           WS-CKPT-INTERVAL) = 0
                           MOVE "EXPORT" TO CKPT-JOB-NAME
                           MOVE ITEM-CODE TO CKPT-LAST-CODE
                           MOVE WS-CKPT-COUNTER TO CKPT-REC-COUNT
                           MOVE WS-CSV-FILENAME TO CKPT-FILENAME
                           PERFORM WRITE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM.
           IF FILESTATUS NOT = "10"
               DISPLAY "Error reading inventory file (status "
                   FILESTATUS ") - export incomplete."
           END-IF.

           CLOSE INVENTORY-FILE.
           CLOSE CSV-FILE.
           PERFORM CLEAR-CHECKPOINT.
           DISPLAY "[SYSTEM] Data exported to CSV Successfully!"
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       VALUATION-REPORT.
           OPEN INPUT INVENTORY-FILE.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "   INVENTORY VALUATION BY CATEGORY (AT COST)"
           DISPLAY "======================================="
           MOVE "VALUATION" TO WS-RPT-PREFIX.
           MOVE "INVENTORY VALUATION BY CATEGORY (AT COST)"
               TO WS-RPT-TITLE.
           MOVE "CATEGORY             SUBTOTAL VALUE"
               TO WS-RPT-COLS.
           PERFORM REPORT-ASK-PRINT.
           MOVE ZERO TO VAL-CATEGORY-COUNT.
           MOVE ZERO TO VAL-GRAND-TOTAL.
           MOVE 'N' TO VAL-CAP-HIT.

           PERFORM UNTIL FILESTATUS NOT = "00"
               READ INVENTORY-FILE
                   AT END
                       MOVE "10" TO FILESTATUS
                   NOT AT END
      *> Stock is valued at what it cost to put on the shelf, not at
      *> the ticket price -- the figure the accountant will accept.
                       COMPUTE VAL-ITEM-VALUE =
                           STOCK-QUANTITY * ITEM-UNIT-COST
                       PERFORM VALUATION-ADD-CATEGORY
                       ADD VAL-ITEM-VALUE TO VAL-GRAND-TOTAL
               END-READ
           END-PERFORM.
           IF FILESTATUS NOT = "10"
               DISPLAY "Error reading inventory file (status "
                   FILESTATUS ") - report incomplete."
           END-IF.
           CLOSE INVENTORY-FILE.

           PERFORM VARYING VAL-SUB FROM 1 BY 1
               UNTIL VAL-SUB > VAL-CATEGORY-COUNT
               DISPLAY "Category: "
                   VAL-CATEGORY-NAME (VAL-SUB)
                   " Subtotal: " VAL-CATEGORY-TOTAL (VAL-SUB)
               MOVE SPACES TO WS-RPT-DETAIL
               STRING
                   VAL-CATEGORY-NAME (VAL-SUB) " "
                   VAL-CATEGORY-TOTAL (VAL-SUB)
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM REPORT-WRITE-LINE
           END-PERFORM.

           IF VAL-CAP-HIT = 'Y'
               DISPLAY "NOTE: more than 20 distinct categories "
                   "were found - the per-category breakdown "
                   "above is incomplete (grand total is still "
                   "correct)."
           END-IF.

           DISPLAY "======================================="
           DISPLAY "GRAND TOTAL: " VAL-GRAND-TOTAL
           DISPLAY "======================================="
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "GRAND TOTAL: " VAL-GRAND-TOTAL
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           PERFORM REPORT-CLOSE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       VALUATION-ADD-CATEGORY.
           MOVE 'N' TO VAL-FOUND.
           PERFORM VARYING VAL-SUB FROM 1 BY 1
               UNTIL VAL-SUB > VAL-CATEGORY-COUNT
               IF VAL-CATEGORY-NAME (VAL-SUB) = ITEM-CATEGORY
                   ADD VAL-ITEM-VALUE TO VAL-CATEGORY-TOTAL (VAL-SUB)
                   MOVE 'Y' TO VAL-FOUND
               END-IF
           END-PERFORM.
           IF VAL-FOUND NOT = 'Y'
               IF VAL-CATEGORY-COUNT < 20
                   ADD 1 TO VAL-CATEGORY-COUNT
                   MOVE ITEM-CATEGORY TO
                       VAL-CATEGORY-NAME (VAL-CATEGORY-COUNT)
                   MOVE VAL-ITEM-VALUE TO
                       VAL-CATEGORY-TOTAL (VAL-CATEGORY-COUNT)
               ELSE
                   MOVE 'Y' TO VAL-CAP-HIT
               END-IF
           END-IF.

       VALIDATE-STOCK-QUANTITY.
           MOVE 'N' TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               DISPLAY "Stock Quantity (0-99999): " NO ADVANCING
               ACCEPT WS-QTY-RAW
               MOVE ZERO TO WS-QTY-LEN
               INSPECT WS-QTY-RAW TALLYING WS-QTY-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-QTY-LEN = 0
                   DISPLAY "Invalid entry - blank not allowed."
               ELSE
      *> Accepted into a field wider than STOCK-QUANTITY so an
      *> overlong entry is caught here instead of being silently
      *> truncated to its low-order digits by a too-narrow ACCEPT.
                   IF WS-QTY-LEN > 5
                       DISPLAY "Invalid entry - too many digits "
                           "(max 5)."
                   ELSE
                       MOVE WS-QTY-RAW (1:WS-QTY-LEN) TO WS-QTY-INPUT
                       INSPECT WS-QTY-INPUT
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-QTY-INPUT IS NUMERIC
                           MOVE WS-QTY-INPUT TO STOCK-QUANTITY
                           MOVE 'Y' TO WS-VALID-FLAG
                       ELSE
                           DISPLAY
                               "Invalid entry - digits only, no sign."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-UNIT-PRICE.
           MOVE 'N' TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               DISPLAY "Unit Price in cents, no decimal " NO ADVANCING
               DISPLAY "point (0-999999999): " NO ADVANCING
               ACCEPT WS-PRICE-RAW
               MOVE ZERO TO WS-PRICE-LEN
               INSPECT WS-PRICE-RAW TALLYING WS-PRICE-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-PRICE-LEN = 0
                   DISPLAY "Invalid entry - blank not allowed."
               ELSE
                   IF WS-PRICE-LEN > 9
                       DISPLAY "Invalid entry - too many digits "
                           "(max 9)."
                   ELSE
                       MOVE WS-PRICE-RAW (1:WS-PRICE-LEN)
                           TO WS-PRICE-INPUT
                       INSPECT WS-PRICE-INPUT
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-PRICE-INPUT IS NUMERIC
                           COMPUTE UNIT-PRICE =
                               WS-PRICE-INPUT-NUM / 100
                           MOVE 'Y' TO WS-VALID-FLAG
                       ELSE
                           DISPLAY
                               "Invalid entry - digits only, no sign."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-UNIT-COST.
           MOVE 'N' TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               DISPLAY "Unit Cost in cents, no decimal " NO ADVANCING
               DISPLAY "point (0-999999999): " NO ADVANCING
               ACCEPT WS-COST-RAW
               MOVE ZERO TO WS-COST-LEN
               INSPECT WS-COST-RAW TALLYING WS-COST-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-COST-LEN = 0
                   DISPLAY "Invalid entry - blank not allowed."
               ELSE
                   IF WS-COST-LEN > 9
                       DISPLAY "Invalid entry - too many digits "
                           "(max 9)."
                   ELSE
                       MOVE WS-COST-RAW (1:WS-COST-LEN)
                           TO WS-COST-INPUT
                       INSPECT WS-COST-INPUT
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-COST-INPUT IS NUMERIC
                           COMPUTE ITEM-UNIT-COST =
                               WS-COST-INPUT-NUM / 100
                           MOVE 'Y' TO WS-VALID-FLAG
                       ELSE
                           DISPLAY
                               "Invalid entry - digits only, no sign."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> Cost capture at the receiving dock: a blank entry keeps the
      *> cost already on the item, so the counter staff are not
      *> forced to invent a figure when the delivery note shows none.
       RECEIPT-COST-PROMPT.
           MOVE 'N' TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               DISPLAY "Unit cost in cents (blank = keep "
                   ITEM-UNIT-COST "): " NO ADVANCING
               ACCEPT WS-COST-RAW
               MOVE ZERO TO WS-COST-LEN
               INSPECT WS-COST-RAW TALLYING WS-COST-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               EVALUATE TRUE
                   WHEN WS-COST-LEN = 0
                       MOVE 'Y' TO WS-VALID-FLAG
                   WHEN WS-COST-LEN > 9
                       DISPLAY "Invalid entry - too many digits "
                           "(max 9)."
                   WHEN OTHER
                       MOVE WS-COST-RAW (1:WS-COST-LEN)
                           TO WS-COST-INPUT
                       INSPECT WS-COST-INPUT
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-COST-INPUT IS NUMERIC
                           COMPUTE ITEM-UNIT-COST =
                               WS-COST-INPUT-NUM / 100
                           MOVE 'Y' TO WS-VALID-FLAG
                       ELSE
                           DISPLAY
                               "Invalid entry - digits only, no sign."
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *> Written from the receipt flows once the inventory rewrite
      *> has gone through -- a cost keyed against a receipt that
      *> never posted must not reach the audit trail.
       AUDIT-COST-IF-CHANGED.
           IF OLD-UNIT-COST NOT = ITEM-UNIT-COST
               MOVE "UNIT-COST" TO WS-AUDIT-FIELD
               MOVE OLD-UNIT-COST TO WS-AUDIT-OLD-COST
               MOVE ITEM-UNIT-COST TO WS-AUDIT-NEW-COST
               MOVE WS-AUDIT-OLD-COST TO WS-AUDIT-OLDVAL
               MOVE WS-AUDIT-NEW-COST TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.

      *> Price less cost on the quantity leaving the building -- the
      *> figure the owner asks for when a sale walks out the door.
      *> The cost is what the units came off their layers at
      *> (WS-LAYER-COGS), not the last receipt's unit cost.
       DISPLAY-ISSUE-MARGIN.
           COMPUTE WS-MARGIN-EXT =
               UNIT-PRICE * WS-MOVE-QTY - WS-LAYER-COGS.
           COMPUTE WS-MARGIN ROUNDED = WS-MARGIN-EXT / WS-MOVE-QTY.
           MOVE WS-MARGIN TO WS-MARGIN-EDIT.
           MOVE WS-MARGIN-EXT TO WS-MARGIN-EXT-EDIT.
           DISPLAY "Margin: " WS-MARGIN-EDIT " per unit, "
               WS-MARGIN-EXT-EDIT " on this issue.".

      *> Same figure for an order pickup, but against the price
      *> frozen on the order line, not today's ticket.
       DISPLAY-SETTLE-MARGIN.
           COMPUTE WS-MARGIN-EXT =
               WS-CO-LINE-PRICE * WS-MOVE-QTY - WS-LAYER-COGS.
           COMPUTE WS-MARGIN ROUNDED = WS-MARGIN-EXT / WS-MOVE-QTY.
           MOVE WS-MARGIN TO WS-MARGIN-EDIT.
           MOVE WS-MARGIN-EXT TO WS-MARGIN-EXT-EDIT.
           DISPLAY "Margin at agreed price: " WS-MARGIN-EDIT
               " per unit, " WS-MARGIN-EXT-EDIT " on this line.".

       VALIDATE-XFER-QUANTITY.
           MOVE 'N' TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               DISPLAY "Quantity to transfer (0-99999): " NO ADVANCING
               ACCEPT WS-XFER-RAW
               MOVE ZERO TO WS-XFER-LEN
               INSPECT WS-XFER-RAW TALLYING WS-XFER-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-XFER-LEN = 0
                   DISPLAY "Invalid entry - blank not allowed."
               ELSE
                   IF WS-XFER-LEN > 5
                       DISPLAY "Invalid entry - too many digits "
                           "(max 5)."
                   ELSE
                       MOVE WS-XFER-RAW (1:WS-XFER-LEN)
                           TO WS-XFER-QTY-INPUT
                       INSPECT WS-XFER-QTY-INPUT
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-XFER-QTY-INPUT IS NUMERIC
                           MOVE WS-XFER-QTY-INPUT TO WS-XFER-QTY
                           MOVE 'Y' TO WS-VALID-FLAG
                       ELSE
                           DISPLAY
                               "Invalid entry - digits only, no sign."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       IMPORT-FROM-CSV.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "         IMPORT FROM CSV"
           DISPLAY "======================================="

           PERFORM READ-CHECKPOINT.
           MOVE 'N' TO WS-RESUME-ANSWER.
           IF WS-CKPT-FOUND = 'Y' AND CKPT-JOB-NAME = "IMPORT"
               DISPLAY "A previous import checkpoint was found at "
                   "item " CKPT-LAST-CODE " (" CKPT-REC-COUNT
                   " records) against file " CKPT-FILENAME "."
               DISPLAY "Resume from checkpoint? (Y/N): " NO ADVANCING
               ACCEPT WS-RESUME-ANSWER
           END-IF.

           IF WS-RESUME-ANSWER = 'Y' OR WS-RESUME-ANSWER = 'y'
               MOVE CKPT-FILENAME TO WS-CSV-FILENAME
           ELSE
               DISPLAY "CSV file name to import: " NO ADVANCING
               ACCEPT WS-CSV-FILENAME
           END-IF.

           MOVE 'N' TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               OPEN INPUT CSV-FILE
               IF CSV-FILESTATUS = "35"
                   DISPLAY "File " WS-CSV-FILENAME " not found."
                   DISPLAY "CSV file name to import: " NO ADVANCING
                   ACCEPT WS-CSV-FILENAME
               ELSE
                   MOVE 'Y' TO WS-VALID-FLAG
               END-IF
           END-PERFORM.

      *> A fresh import is validated end to end before anything is
      *> applied: every failing row lands in a rejects file with its
      *> row number and reason, and the operator sees the totals and
      *> decides whether to apply. A checkpoint resume continues a
      *> run that already passed validation when it started.
           IF WS-RESUME-ANSWER NOT = 'Y'
                   AND WS-RESUME-ANSWER NOT = 'y'
               PERFORM VALIDATE-CSV-PASS
               IF WS-APPLY-ANSWER NOT = 'Y'
                       AND WS-APPLY-ANSWER NOT = 'y'
                   DISPLAY "Nothing applied - fix the rejects and "
                       "run the import again."
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT CSV-FILE
           END-IF.

           MOVE ZERO TO WS-ROW-NUMBER.
           MOVE ZERO TO WS-DUP-COUNT.
           MOVE 'N' TO WS-DUP-CAP-HIT.

           PERFORM OPEN-INVENTORY-SHARED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               CLOSE CSV-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-IMPORT-ADDED.
           MOVE ZERO TO WS-IMPORT-UPDATED.
           MOVE ZERO TO WS-CKPT-COUNTER.

           IF WS-RESUME-ANSWER = 'Y' OR WS-RESUME-ANSWER = 'y'
               MOVE CKPT-REC-COUNT TO WS-SKIP-COUNTER
               MOVE CKPT-REC-COUNT TO WS-CKPT-COUNTER
               PERFORM IMPORT-SKIP-ONE-LINE WS-SKIP-COUNTER TIMES
           END-IF.

           PERFORM UNTIL FILESTATUS = "10"
               READ CSV-FILE
                   AT END
                       MOVE "10" TO FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
                       PERFORM VALIDATE-CSV-ROW
      *> The same row checks that built the rejects file gate the
      *> apply pass, so nothing rejected during validation can land
      *> on the inventory file.
                       IF WS-ROW-VALID NOT = 'Y'
                           DISPLAY "Row " WS-ROW-NUMBER " skipped: "
                               WS-ROW-REASON
                       ELSE
                           COMPUTE IMP-UNIT-PRICE =
                               FUNCTION NUMVAL (IMP-PRICE-TEXT)
                           MOVE IMP-ITEM-CODE TO ITEM-CODE
                           READ INVENTORY-FILE KEY IS ITEM-CODE
                               INVALID KEY
                                   MOVE IMP-ITEM-NAME TO ITEM-NAME
                                   MOVE IMP-ITEM-CATEGORY
                                       TO ITEM-CATEGORY
                                   MOVE IMP-ITEM-SIZE TO ITEM-SIZE
                                   MOVE IMP-ITEM-COLOR TO ITEM-COLOR
                                   MOVE IMP-STOCK-QUANTITY
                                       TO STOCK-QUANTITY
                                   MOVE IMP-UNIT-PRICE TO UNIT-PRICE
                                   MOVE ZERO TO ITEM-UNIT-COST
                                   MOVE "MAIN" TO LOC-CODE (1)
                                   MOVE IMP-STOCK-QUANTITY
                                       TO LOC-QUANTITY (1)
                                   MOVE "ANNEX" TO LOC-CODE (2)
                                   MOVE ZERO TO LOC-QUANTITY (2)
                                   MOVE SPACES TO ITEM-SUPPLIER-CODE
                                   MOVE ZERO TO ITEM-REORDER-POINT
                                   MOVE ZERO TO ITEM-REORDER-QTY
                                   MOVE ZERO TO ITEM-LEAD-DAYS
                                   SET ITEM-ACTIVE TO TRUE
                                   MOVE ZERO TO ITEM-ALLOCATED-QTY
                                   MOVE WS-BUSINESS-DATE
                                       TO ITEM-LAST-RECEIPT-DATE
                                   MOVE WS-BUSINESS-DATE
                                       TO ITEM-LAST-MOVEMENT-DATE
                                   MOVE SPACES TO ITEM-ABC-CLASS
                                   MOVE ZERO TO ITEM-LAST-COUNT-DATE
                                   WRITE INVENTORY-RECORD
                                       INVALID KEY
                                           DISPLAY "Error adding "
                                               IMP-ITEM-CODE
                                       NOT INVALID
                                           ADD 1 TO WS-IMPORT-ADDED
                                           MOVE "CSV-IMPORT-ADD"
                                               TO WS-AUDIT-FIELD
                                           MOVE SPACES
                                               TO WS-AUDIT-OLDVAL
                                           MOVE ITEM-CODE
                                               TO WS-AUDIT-NEWVAL
                                           PERFORM AUDIT-WRITE-ENTRY
                                           MOVE ZERO
                                               TO OLD-STOCK-QUANTITY
                                           MOVE "CSV" TO WS-LAYER-SOURCE
                                           MOVE "CSV IMPORT"
                                               TO WS-LAYER-REF
                                           PERFORM LAYER-STOCK-CHANGE
                                   END-WRITE
                               NOT INVALID KEY
                                   MOVE ITEM-NAME TO OLD-ITEM-NAME
                                   MOVE ITEM-CATEGORY
                                       TO OLD-ITEM-CATEGORY
                                   MOVE ITEM-SIZE TO OLD-ITEM-SIZE
                                   MOVE ITEM-COLOR TO OLD-ITEM-COLOR
                                   MOVE STOCK-QUANTITY
                                       TO OLD-STOCK-QUANTITY
                                   MOVE UNIT-PRICE TO OLD-UNIT-PRICE
                                   COMPUTE WS-NEW-MAIN-QTY =
                                       LOC-QUANTITY (1)
                                           + IMP-STOCK-QUANTITY
                                           - STOCK-QUANTITY
                                   IF WS-NEW-MAIN-QTY < 0
                                       DISPLAY
                                           "Error: quantity change "
                                           "for " IMP-ITEM-CODE
                                           " would drive MAIN "
                                           "location negative - "
                                           "row skipped."
                                   ELSE
                                       MOVE IMP-ITEM-NAME TO ITEM-NAME
                                       MOVE IMP-ITEM-CATEGORY
                                           TO ITEM-CATEGORY
                                       MOVE IMP-ITEM-SIZE TO ITEM-SIZE
                                       MOVE IMP-ITEM-COLOR
                                           TO ITEM-COLOR
                                       MOVE IMP-STOCK-QUANTITY
                                           TO STOCK-QUANTITY
                                       MOVE IMP-UNIT-PRICE
                                           TO UNIT-PRICE
                                       MOVE WS-NEW-MAIN-QTY
                                           TO LOC-QUANTITY (1)
                                       IF STOCK-QUANTITY NOT =
                                               OLD-STOCK-QUANTITY
                                           MOVE WS-BUSINESS-DATE TO
                                           ITEM-LAST-MOVEMENT-DATE
                                       END-IF
                                       REWRITE INVENTORY-RECORD
                                           INVALID KEY
                                               DISPLAY
                                                   "Error updating "
                                                   IMP-ITEM-CODE
                                           NOT INVALID
                                               ADD 1
                                                   TO WS-IMPORT-UPDATED
                                               PERFORM
                                                   AUDIT-UPDATE-ITEM
                                               MOVE "CSV"
                                                   TO WS-LAYER-SOURCE
                                               MOVE "CSV IMPORT"
                                                   TO WS-LAYER-REF
                                               PERFORM
                                                   LAYER-STOCK-CHANGE
                                       END-REWRITE
                                   END-IF
                           END-READ
                           IF FILESTATUS = "51"
                               DISPLAY "Item " IMP-ITEM-CODE
                                   " in use by another operator - "
                                   "row skipped."
                           END-IF
                       END-IF
                       ADD 1 TO WS-CKPT-COUNTER
                       IF FUNCTION MOD(WS-CKPT-COUNTER
                           WS-CKPT-INTERVAL) = 0
                           MOVE "IMPORT" TO CKPT-JOB-NAME
                           MOVE IMP-ITEM-CODE TO CKPT-LAST-CODE
                           MOVE WS-CKPT-COUNTER TO CKPT-REC-COUNT
                           MOVE WS-CSV-FILENAME TO CKPT-FILENAME
                           PERFORM WRITE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CSV-FILE.
           CLOSE INVENTORY-FILE.
           PERFORM CLEAR-CHECKPOINT.
           DISPLAY WS-IMPORT-ADDED " item(s) added."
           DISPLAY WS-IMPORT-UPDATED " item(s) updated."
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       VALIDATE-CSV-PASS.
           MOVE SPACES TO WS-REJECT-FILENAME.
           STRING
               FUNCTION TRIM (WS-CSV-FILENAME) ".REJ"
           DELIMITED BY SIZE INTO WS-REJECT-FILENAME.
           OPEN OUTPUT REJECT-FILE.
           MOVE ZERO TO WS-ROW-NUMBER.
           MOVE ZERO TO WS-VAL-ROWS.
           MOVE ZERO TO WS-REJ-COUNT.
           MOVE ZERO TO WS-DUP-COUNT.
           MOVE 'N' TO WS-DUP-CAP-HIT.
           MOVE 'N' TO WS-VAL-EOF.

           PERFORM UNTIL WS-VAL-EOF = 'Y'
               READ CSV-FILE
                   AT END
                       MOVE 'Y' TO WS-VAL-EOF
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
                       PERFORM VALIDATE-CSV-ROW
                       IF WS-ROW-VALID = 'Y'
                           ADD 1 TO WS-VAL-ROWS
                       ELSE
                           ADD 1 TO WS-REJ-COUNT
                           MOVE SPACES TO REJECT-RECORD
                           STRING
                               FUNCTION TRIM (CSV-RECORD)
                               ",ROW=" WS-ROW-NUMBER
                               ",REASON="
                               FUNCTION TRIM (WS-ROW-REASON)
                           DELIMITED BY SIZE INTO REJECT-RECORD
                           WRITE REJECT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           CLOSE REJECT-FILE.

           DISPLAY "======================================="
           DISPLAY "        VALIDATION SUMMARY"
           DISPLAY "======================================="
           DISPLAY "Rows read: " WS-ROW-NUMBER
           DISPLAY "Valid rows: " WS-VAL-ROWS
           DISPLAY "Rejected rows: " WS-REJ-COUNT
           IF WS-REJ-COUNT > ZERO
               DISPLAY "Rejected rows written to "
                   WS-REJECT-FILENAME
           END-IF.
           IF WS-DUP-CAP-HIT = 'Y'
               DISPLAY "NOTE: more than 1000 distinct item codes - "
                   "duplicate checking stopped at the cap."
           END-IF.
           DISPLAY "Apply the " WS-VAL-ROWS " valid row(s) now? "
               "(Y/N): " NO ADVANCING
           ACCEPT WS-APPLY-ANSWER.

      *> One row, every check: the quantity and price tests the
      *> apply path has always made, plus blank key, overlong
      *> fields (caught via the UNSTRING counts before truncation
      *> hides them), and a duplicate of a code seen earlier in
      *> this same file.
       VALIDATE-CSV-ROW.
           MOVE 'Y' TO WS-ROW-VALID.
           MOVE SPACES TO WS-ROW-REASON.
           MOVE SPACES TO IMPORT-RECORD-FIELDS.
           MOVE ZERO TO WS-CNT-CODE.
           MOVE ZERO TO WS-CNT-NAME.
           MOVE ZERO TO WS-CNT-CAT.
           MOVE ZERO TO WS-CNT-SIZE.
           MOVE ZERO TO WS-CNT-COLOR.
           MOVE ZERO TO WS-CNT-QTY.
               MOVE "BLANK ITEM CODE" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
      *> Only the typed part of the record is examined -- the fixed
      *> 120-byte buffer's trailing spaces would otherwise inflate
      *> the last field's length count.
           COMPUTE WS-CSV-TRIM-LEN = FUNCTION LENGTH (
               FUNCTION TRIM (CSV-RECORD TRAILING)).
           UNSTRING CSV-RECORD (1:WS-CSV-TRIM-LEN)
               DELIMITED BY ","
               INTO IMP-ITEM-CODE COUNT IN WS-CNT-CODE
                   IMP-ITEM-NAME COUNT IN WS-CNT-NAME
                   IMP-ITEM-CATEGORY COUNT IN WS-CNT-CAT
                   IMP-ITEM-SIZE COUNT IN WS-CNT-SIZE
                   IMP-ITEM-COLOR COUNT IN WS-CNT-COLOR
                   IMP-QTY-TEXT COUNT IN WS-CNT-QTY
                   IMP-PRICE-TEXT COUNT IN WS-CNT-PRICE.

           IF IMP-ITEM-CODE = SPACES
               MOVE 'N' TO WS-ROW-VALID
               MOVE "BLANK ITEM CODE" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-CNT-CODE > 10 OR WS-CNT-NAME > 30
                   OR WS-CNT-CAT > 20 OR WS-CNT-SIZE > 10
                   OR WS-CNT-COLOR > 15 OR WS-CNT-QTY > 5
                   OR WS-CNT-PRICE > 10
               MOVE 'N' TO WS-ROW-VALID
               MOVE "FIELD TOO LONG" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-CNT-QTY = ZERO
               MOVE 'N' TO WS-ROW-VALID
               MOVE "QUANTITY NOT NUMERIC" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE IMP-QTY-TEXT (1:WS-CNT-QTY) TO IMP-QTY-JUST.
           INSPECT IMP-QTY-JUST REPLACING LEADING SPACE BY ZERO.
           IF IMP-QTY-JUST NOT NUMERIC
               MOVE 'N' TO WS-ROW-VALID
               MOVE "QUANTITY NOT NUMERIC" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE IMP-QTY-JUST TO IMP-STOCK-QUANTITY.
           IF FUNCTION TEST-NUMVAL (IMP-PRICE-TEXT) NOT = 0
               MOVE 'N' TO WS-ROW-VALID
               MOVE "PRICE NOT NUMERIC" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-DUP-FOUND.
           PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
               UNTIL WS-DUP-SUB > WS-DUP-COUNT
               IF WS-DUP-CODE (WS-DUP-SUB) = IMP-ITEM-CODE
                   MOVE 'Y' TO WS-DUP-FOUND
               END-IF
           END-PERFORM.
           IF WS-DUP-FOUND = 'Y'
               MOVE 'N' TO WS-ROW-VALID
               MOVE "DUPLICATE ROW" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-DUP-COUNT < 1000
               ADD 1 TO WS-DUP-COUNT
               MOVE IMP-ITEM-CODE TO WS-DUP-CODE (WS-DUP-COUNT)
           ELSE
               MOVE 'Y' TO WS-DUP-CAP-HIT
           END-IF.

       IMPORT-SKIP-ONE-LINE.
           READ CSV-FILE
               AT END
                   MOVE "10" TO FILESTATUS
           END-READ.

       TRANSFER-STOCK.
           PERFORM OPEN-INVENTORY-SHARED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "    TRANSFER STOCK BETWEEN LOCATIONS"
           DISPLAY "======================================="
           DISPLAY "Enter Item Code: " NO ADVANCING
           ACCEPT ITEM-CODE.

           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "Item not found!"
                   CLOSE INVENTORY-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CHECK-ITEM-LOCKED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "  Location " LOC-CODE (1) ": " LOC-QUANTITY (1).
           DISPLAY "  Location " LOC-CODE (2) ": " LOC-QUANTITY (2).

           DISPLAY "Transfer from location: " NO ADVANCING
           ACCEPT WS-FROM-LOC.
           DISPLAY "Transfer to location: " NO ADVANCING
           ACCEPT WS-TO-LOC.
           PERFORM VALIDATE-XFER-QUANTITY.

           MOVE ZERO TO WS-FROM-SUB.
           MOVE ZERO TO WS-TO-SUB.
           PERFORM FIND-LOCATION-SUB
               VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > 2.

           IF WS-FROM-SUB = ZERO OR WS-TO-SUB = ZERO
               DISPLAY "Unknown location code!"
               CLOSE INVENTORY-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           IF WS-FROM-SUB = WS-TO-SUB
               DISPLAY "From and to locations must differ!"
               CLOSE INVENTORY-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           IF WS-XFER-QTY > LOC-QUANTITY (WS-FROM-SUB)
               DISPLAY "Insufficient quantity at " WS-FROM-LOC "!"
               CLOSE INVENTORY-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE LOC-QUANTITY (WS-FROM-SUB) TO WS-XFER-OLD-FROM-QTY.
           MOVE LOC-QUANTITY (WS-TO-SUB) TO WS-XFER-OLD-TO-QTY.
           SUBTRACT WS-XFER-QTY FROM LOC-QUANTITY (WS-FROM-SUB).
           ADD WS-XFER-QTY TO LOC-QUANTITY (WS-TO-SUB).
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE.

      *> The audit entry carries both locations' before/after balance
      *> (not just which two location codes were involved), so a
      *> wrong balance can be traced back to the quantity that moved.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating item!"
               NOT INVALID
                   DISPLAY "Transfer completed!"
                   MOVE "LOC-QUANTITY" TO WS-AUDIT-FIELD
                   STRING
                       WS-FROM-LOC DELIMITED BY SPACE
                       "=" WS-XFER-OLD-FROM-QTY DELIMITED BY SIZE
                       " " WS-TO-LOC DELIMITED BY SPACE
                       "=" WS-XFER-OLD-TO-QTY DELIMITED BY SIZE
                   INTO WS-AUDIT-OLDVAL
                   STRING
                       WS-FROM-LOC DELIMITED BY SPACE
                       "=" LOC-QUANTITY (WS-FROM-SUB)
                           DELIMITED BY SIZE
                       " " WS-TO-LOC DELIMITED BY SPACE
                       "=" LOC-QUANTITY (WS-TO-SUB) DELIMITED BY SIZE
                   INTO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
           END-REWRITE.

           CLOSE INVENTORY-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       FIND-LOCATION-SUB.
           IF LOC-CODE (WS-LOC-SUB) = WS-FROM-LOC
               MOVE WS-LOC-SUB TO WS-FROM-SUB
           END-IF
           IF LOC-CODE (WS-LOC-SUB) = WS-TO-LOC
               MOVE WS-LOC-SUB TO WS-TO-SUB
           END-IF.

      *> The old free-text "supervisor ID" prompt believed whatever
      *> it was told; the signed-in operator's verified role is what
      *> gates this now.
       REACTIVATE-ITEM.
           MOVE "REACTIVATE" TO WS-PERM-FUNCTION.
           PERFORM REQUIRE-SUPERVISOR.
           IF WS-PERM-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "     REACTIVATE ITEM (SUPERVISOR)"
           DISPLAY "======================================="
           PERFORM OPEN-INVENTORY-SHARED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Item Code to reactivate: " NO ADVANCING
           ACCEPT ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "Item not found!"
                   CLOSE INVENTORY-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CHECK-ITEM-LOCKED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

           IF NOT ITEM-DISCONTINUED
               DISPLAY "Item " ITEM-CODE " is not discontinued."
               CLOSE INVENTORY-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE ITEM-STATUS TO WS-AUDIT-OLDVAL.
           SET ITEM-ACTIVE TO TRUE.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating item!"
               NOT INVALID
                   DISPLAY "Item reactivated."
                   MOVE "REACTIVATE" TO WS-AUDIT-FIELD
                   MOVE SPACES TO WS-AUDIT-NEWVAL
                   STRING
                       ITEM-STATUS " BY " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
           END-REWRITE.

           CLOSE INVENTORY-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> What goes on the markdown rack: stock value bucketed by
      *> days since the item last moved (0-30, 31-90, 91-180, 180+),
      *> grouped by category the way the sorted listing groups.
      *> Discontinued items with stock still on hand are included --
      *> they are the first markdown candidates. An item that has
      *> never moved since the dates were first recorded lands in
      *> the oldest bucket.
       STOCK-AGING-REPORT.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "         STOCK AGING REPORT"
           DISPLAY "======================================="
           MOVE "STOCKAGING" TO WS-RPT-PREFIX.
           MOVE "STOCK AGING BY LAST MOVEMENT" TO WS-RPT-TITLE.
           MOVE "ITEM CODE  QTY    VALUE        DAYS  BUCKET"
               TO WS-RPT-COLS.
           PERFORM REPORT-ASK-PRINT.

           MOVE WS-BUSINESS-DATE TO WS-AGE-TODAY.
           COMPUTE WS-AGE-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-AGE-TODAY).
           MOVE SPACES TO WS-AGE-LAST-CATEGORY.
           MOVE 'Y' TO WS-AGE-FIRST.
           MOVE ZERO TO WS-AGE-CAT-TOTALS.
           MOVE ZERO TO WS-AGE-GRAND-TOTALS.
           MOVE ZERO TO WS-PAGE-LINE-COUNT.

           SORT SORT-FILE ON ASCENDING KEY SRT-ITEM-CATEGORY
                   SRT-ITEM-CODE
               INPUT PROCEDURE IS AGING-LOAD-SORT
               OUTPUT PROCEDURE IS AGING-DISPLAY.

           IF WS-AGE-LAST-CATEGORY NOT = SPACES
               PERFORM AGING-CATEGORY-BREAK
           END-IF.

           DISPLAY "======================================="
           DISPLAY "GRAND TOTALS BY BUCKET:"
           DISPLAY "  0-30:    " WS-AGE-GRAND-B (1)
           DISPLAY "  31-90:   " WS-AGE-GRAND-B (2)
           DISPLAY "  91-180:  " WS-AGE-GRAND-B (3)
           DISPLAY "  180+:    " WS-AGE-GRAND-B (4)
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "GRAND TOTALS  0-30: " WS-AGE-GRAND-B (1)
               "  31-90: " WS-AGE-GRAND-B (2)
               "  91-180: " WS-AGE-GRAND-B (3)
               "  180+: " WS-AGE-GRAND-B (4)
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           PERFORM REPORT-CLOSE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> Zero-stock records carry no value to age, and unlike the
      *> inventory listing this loader keeps discontinued items.
       AGING-LOAD-SORT.
           OPEN INPUT INVENTORY-FILE.
           PERFORM UNTIL FILESTATUS NOT = "00"
               READ INVENTORY-FILE
                   AT END
                       MOVE "10" TO FILESTATUS
                   NOT AT END
                       IF STOCK-QUANTITY > ZERO
                           MOVE ITEM-CODE TO SRT-ITEM-CODE
                           MOVE ITEM-NAME TO SRT-ITEM-NAME
                           MOVE ITEM-CATEGORY TO SRT-ITEM-CATEGORY
                           MOVE ITEM-SIZE TO SRT-ITEM-SIZE
                           MOVE ITEM-COLOR TO SRT-ITEM-COLOR
                           MOVE STOCK-QUANTITY
                               TO SRT-STOCK-QUANTITY
                           MOVE UNIT-PRICE TO SRT-UNIT-PRICE
                           MOVE LOC-CODE (1) TO SRT-LOC-CODE (1)
                           MOVE LOC-QUANTITY (1)
                               TO SRT-LOC-QUANTITY (1)
                           MOVE LOC-CODE (2) TO SRT-LOC-CODE (2)
                           MOVE LOC-QUANTITY (2)
                               TO SRT-LOC-QUANTITY (2)
                           MOVE ITEM-ALLOCATED-QTY
                               TO SRT-ALLOCATED-QTY
                           MOVE ITEM-LAST-MOVEMENT-DATE
                               TO SRT-LAST-MOVEMENT
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF FILESTATUS NOT = "10"
               DISPLAY "Error reading inventory file (status "
                   FILESTATUS ") - report incomplete."
           END-IF.
           CLOSE INVENTORY-FILE.

       AGING-DISPLAY.
           MOVE 'N' TO WS-AGE-EOF.
           PERFORM UNTIL WS-AGE-EOF = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-AGE-EOF
                   NOT AT END
                       PERFORM AGING-ONE-ITEM
               END-RETURN
           END-PERFORM.

       AGING-ONE-ITEM.
           IF SRT-ITEM-CATEGORY NOT = WS-AGE-LAST-CATEGORY
               IF WS-AGE-FIRST = 'N'
                   PERFORM AGING-CATEGORY-BREAK
               END-IF
               MOVE SRT-ITEM-CATEGORY TO WS-AGE-LAST-CATEGORY
               MOVE 'N' TO WS-AGE-FIRST
               DISPLAY "CATEGORY: " SRT-ITEM-CATEGORY
               MOVE SPACES TO WS-RPT-DETAIL
               STRING
                   "CATEGORY: " SRT-ITEM-CATEGORY
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM REPORT-WRITE-LINE
           END-IF.

      *> A date of zero (recorded before movement tracking began)
      *> or an unparseable date ages into the oldest bucket rather
      *> than aborting the date arithmetic.
           IF SRT-LAST-MOVEMENT IS NUMERIC
                   AND SRT-LAST-MOVEMENT > 19000101
               COMPUTE WS-AGE-ITEM-JULIAN =
                   FUNCTION INTEGER-OF-DATE (SRT-LAST-MOVEMENT)
               COMPUTE WS-AGE-DAYS =
                   WS-AGE-TODAY-JULIAN - WS-AGE-ITEM-JULIAN
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-AGE-BUCKET
               WHEN WS-AGE-DAYS <= 90
                   MOVE 2 TO WS-AGE-BUCKET
               WHEN WS-AGE-DAYS <= 180
                   MOVE 3 TO WS-AGE-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-AGE-BUCKET
           END-EVALUATE.

           COMPUTE WS-AGE-VALUE =
               SRT-STOCK-QUANTITY * SRT-UNIT-PRICE.
           ADD WS-AGE-VALUE TO WS-AGE-CAT-B (WS-AGE-BUCKET).
           ADD WS-AGE-VALUE TO WS-AGE-GRAND-B (WS-AGE-BUCKET).

           MOVE WS-AGE-DAYS TO WS-AGE-DAYS-EDIT.
           DISPLAY "  " SRT-ITEM-CODE "  Qty " SRT-STOCK-QUANTITY
               "  Value " WS-AGE-VALUE
               "  Days " WS-AGE-DAYS-EDIT
               "  Bucket " WS-AGE-BUCKET.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "  " SRT-ITEM-CODE " " SRT-STOCK-QUANTITY " "
               WS-AGE-VALUE " " WS-AGE-DAYS-EDIT " " WS-AGE-BUCKET
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.

           ADD 1 TO WS-PAGE-LINE-COUNT.
           IF WS-PAGE-LINE-COUNT >= WS-PAGE-SIZE
               DISPLAY "-- press any key for more --" NO ADVANCING
               ACCEPT WS-WAITFORINPUT
               MOVE ZERO TO WS-PAGE-LINE-COUNT
           END-IF.

       AGING-CATEGORY-BREAK.
           DISPLAY "  Category buckets  0-30: " WS-AGE-CAT-B (1)
               "  31-90: " WS-AGE-CAT-B (2)
               "  91-180: " WS-AGE-CAT-B (3)
               "  180+: " WS-AGE-CAT-B (4).
           DISPLAY "------------------------------------".
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "  BUCKETS  0-30: " WS-AGE-CAT-B (1)
               "  31-90: " WS-AGE-CAT-B (2)
               "  91-180: " WS-AGE-CAT-B (3)
               "  180+: " WS-AGE-CAT-B (4)
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           MOVE ZERO TO WS-AGE-CAT-TOTALS.

      *> What is owed, supplier by supplier: every invoice not yet
      *> paid, net of its debit memos, bucketed by days since the
      *> invoice date (current under 30, then 30-59, 60-89, 90+).
      *> Each line shows the due date from the supplier's terms and
      *> flags invoices already past it, and invoices still waiting
      *> on approval, which the payment run will not pick up.
       PAYABLES-AGING-REPORT.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "        PAYABLES AGING REPORT"
           DISPLAY "======================================="
           MOVE "APAGING" TO WS-RPT-PREFIX.
           MOVE "PAYABLES AGING BY SUPPLIER" TO WS-RPT-TITLE.
           MOVE "INVOICE      INV DATE DUE DATE DAYS   OPEN AMOUNT"
               TO WS-RPT-COLS.
           PERFORM REPORT-ASK-PRINT.

           MOVE WS-BUSINESS-DATE TO WS-AGE-TODAY.
           COMPUTE WS-AGE-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-AGE-TODAY).
           MOVE SPACES TO WS-AP-LAST-SUPPLIER.
           MOVE 'Y' TO WS-AP-FIRST.
           MOVE ZERO TO WS-AP-COUNT.
           MOVE ZERO TO WS-AP-SUP-TOTALS.
           MOVE ZERO TO WS-AP-GRAND-TOTALS.
           MOVE ZERO TO WS-PAGE-LINE-COUNT.

           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS = "00"
               MOVE 'Y' TO WS-SUP-AVAILABLE
           ELSE
               MOVE 'N' TO WS-SUP-AVAILABLE
           END-IF.

           SORT AP-SORT-FILE ON ASCENDING KEY APS-SUPPLIER-CODE
                   APS-INV-DATE APS-INVOICE-NO
               INPUT PROCEDURE IS PAYABLES-LOAD-SORT
               OUTPUT PROCEDURE IS PAYABLES-DISPLAY.

           IF WS-AP-FIRST = 'N'
               PERFORM PAYABLES-SUPPLIER-BREAK
           END-IF.
           IF WS-SUP-AVAILABLE = 'Y'
               CLOSE SUPPLIER-FILE
           END-IF.

           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1 UNTIL WS-AGE-SUB > 4
               MOVE WS-AP-GRAND-B (WS-AGE-SUB)
                   TO WS-AP-B-EDIT (WS-AGE-SUB)
           END-PERFORM.
           DISPLAY "======================================="
           DISPLAY WS-AP-COUNT " unpaid invoice(s)"
           DISPLAY "GRAND TOTALS BY BUCKET:"
           DISPLAY "  Current: " WS-AP-B-EDIT (1)
           DISPLAY "  30-59:   " WS-AP-B-EDIT (2)
           DISPLAY "  60-89:   " WS-AP-B-EDIT (3)
           DISPLAY "  90+:     " WS-AP-B-EDIT (4)
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "GRAND TOTALS  CURRENT: " WS-AP-B-EDIT (1)
               "  30-59: " WS-AP-B-EDIT (2)
               "  60-89: " WS-AP-B-EDIT (3)
               "  90+: " WS-AP-B-EDIT (4)
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           PERFORM REPORT-CLOSE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> Headers only; a PAID invoice is settled and drops off.
       PAYABLES-LOAD-SORT.
           OPEN INPUT INVOICE-FILE.
           IF SI-FILESTATUS NOT = "00"
               DISPLAY "No invoices on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SI-EOF.
           PERFORM UNTIL WS-SI-EOF = 'Y'
               READ INVOICE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SI-EOF
                   NOT AT END
                       IF INV-REC-TYPE = 'H'
                               AND INV-STATUS NOT = "PAID"
                           MOVE INV-SUPPLIER-CODE TO APS-SUPPLIER-CODE
                           MOVE INV-DATE TO APS-INV-DATE
                           MOVE INV-INVOICE-NO TO APS-INVOICE-NO
                           MOVE INV-PO-NUMBER TO APS-PO-NUMBER
                           MOVE INV-STATUS TO APS-STATUS
                           IF INV-DUE-DATE IS NUMERIC
                               MOVE INV-DUE-DATE TO APS-DUE-DATE
                           ELSE
                               MOVE ZERO TO APS-DUE-DATE
                           END-IF
                           MOVE INV-INVOICE-NO TO WS-DM-INVOICE-NO
                           PERFORM DM-SUM-FOR-INVOICE
                           COMPUTE APS-OPEN-AMT =
                               INV-TOTAL-AMT - WS-DM-INV-TOTAL
                           RELEASE AP-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.

       PAYABLES-DISPLAY.
           MOVE 'N' TO WS-AP-EOF.
           PERFORM UNTIL WS-AP-EOF = 'Y'
               RETURN AP-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-AP-EOF
                   NOT AT END
                       PERFORM PAYABLES-ONE-INVOICE
               END-RETURN
           END-PERFORM.

       PAYABLES-ONE-INVOICE.
           IF APS-SUPPLIER-CODE NOT = WS-AP-LAST-SUPPLIER
                   OR WS-AP-FIRST = 'Y'
               IF WS-AP-FIRST = 'N'
                   PERFORM PAYABLES-SUPPLIER-BREAK
               END-IF
               MOVE APS-SUPPLIER-CODE TO WS-AP-LAST-SUPPLIER
               MOVE 'N' TO WS-AP-FIRST
               MOVE APS-SUPPLIER-CODE TO WS-CUR-SUPPLIER
               PERFORM LOOKUP-SUPPLIER
               DISPLAY "SUPPLIER: " APS-SUPPLIER-CODE " "
                   SUPPLIER-NAME
               MOVE SPACES TO WS-RPT-DETAIL
               STRING
                   "SUPPLIER: " APS-SUPPLIER-CODE " " SUPPLIER-NAME
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM REPORT-WRITE-LINE
           END-IF.

           IF APS-INV-DATE IS NUMERIC AND APS-INV-DATE > 19000101
               COMPUTE WS-AP-DAYS = WS-AGE-TODAY-JULIAN
                   - FUNCTION INTEGER-OF-DATE (APS-INV-DATE)
           ELSE
               MOVE 99999 TO WS-AP-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AP-DAYS < 30
                   MOVE 1 TO WS-AP-BUCKET
               WHEN WS-AP-DAYS < 60
                   MOVE 2 TO WS-AP-BUCKET
               WHEN WS-AP-DAYS < 90
                   MOVE 3 TO WS-AP-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-AP-BUCKET
           END-EVALUATE.
           ADD APS-OPEN-AMT TO WS-AP-SUP-B (WS-AP-BUCKET).
           ADD APS-OPEN-AMT TO WS-AP-GRAND-B (WS-AP-BUCKET).
           ADD 1 TO WS-AP-COUNT.

           EVALUATE TRUE
               WHEN APS-STATUS NOT = "APPROVED"
                   MOVE "UNAPPROVD" TO WS-AP-FLAG
               WHEN APS-DUE-DATE > ZERO
                       AND APS-DUE-DATE < WS-AGE-TODAY
                   MOVE "OVERDUE" TO WS-AP-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-AP-FLAG
           END-EVALUATE.
           MOVE WS-AP-DAYS TO WS-AP-DAYS-EDIT.
           MOVE APS-OPEN-AMT TO WS-AP-AMT-EDIT.
           DISPLAY "  " APS-INVOICE-NO " " APS-INV-DATE
               " " APS-DUE-DATE " " WS-AP-DAYS-EDIT
               " " WS-AP-AMT-EDIT " " WS-AP-FLAG.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "  " APS-INVOICE-NO " " APS-INV-DATE
               " " APS-DUE-DATE " " WS-AP-DAYS-EDIT
               " " WS-AP-AMT-EDIT " " WS-AP-FLAG
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.

           ADD 1 TO WS-PAGE-LINE-COUNT.
           IF WS-PAGE-LINE-COUNT >= WS-PAGE-SIZE
               DISPLAY "-- press any key for more --" NO ADVANCING
               ACCEPT WS-WAITFORINPUT
               MOVE ZERO TO WS-PAGE-LINE-COUNT
           END-IF.

       PAYABLES-SUPPLIER-BREAK.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1 UNTIL WS-AGE-SUB > 4
               MOVE WS-AP-SUP-B (WS-AGE-SUB)
                   TO WS-AP-B-EDIT (WS-AGE-SUB)
           END-PERFORM.
           DISPLAY "  Supplier  Current: " WS-AP-B-EDIT (1)
               "  30-59: " WS-AP-B-EDIT (2)
               "  60-89: " WS-AP-B-EDIT (3)
               "  90+: " WS-AP-B-EDIT (4).
           DISPLAY "------------------------------------".
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               "  SUPPLIER  CURRENT: " WS-AP-B-EDIT (1)
               "  30-59: " WS-AP-B-EDIT (2)
               "  60-89: " WS-AP-B-EDIT (3)
               "  90+: " WS-AP-B-EDIT (4)
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           MOVE ZERO TO WS-AP-SUP-TOTALS.

       CUSTOMER-ORDER-MENU.
           MOVE 'N' TO WS-CO-DONE.
           PERFORM UNTIL WS-CO-DONE = 'Y'
               CALL "SYSTEM" USING "CLS"
               DISPLAY "======================================="
               DISPLAY "          CUSTOMER ORDERS"
               DISPLAY "======================================="
               DISPLAY "1. Enter Order"
               DISPLAY "2. Pick Up Order"
               DISPLAY "3. Cancel Order"
               DISPLAY "4. Open Orders Report"
               DISPLAY "5. Customer Return"
               DISPLAY "6. Return to Main Menu"
               DISPLAY "Enter option: " NO ADVANCING
               ACCEPT WS-CO-OPTION
               EVALUATE WS-CO-OPTION
                   WHEN 1 PERFORM ENTER-CUSTOMER-ORDER
                   WHEN 2 PERFORM PICKUP-CUSTOMER-ORDER
                   WHEN 3 PERFORM CANCEL-CUSTOMER-ORDER
                   WHEN 4 PERFORM OPEN-ORDERS-REPORT
                   WHEN 5 PERFORM CUSTOMER-RETURN
                   WHEN 6 MOVE 'Y' TO WS-CO-DONE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.

      *> Same verdict pattern as OPEN-PO-MASTER-IO: an order master
      *> that did not open must stop the caller before any stock is
      *> allocated against an order that could never be written.
       OPEN-CO-MASTER-IO.
           MOVE 'N' TO WS-CO-OPEN-OK.
           OPEN I-O CUST-ORDER-FILE.
           IF CO-FILESTATUS = "35"
               OPEN OUTPUT CUST-ORDER-FILE
               CLOSE CUST-ORDER-FILE
               OPEN I-O CUST-ORDER-FILE
           END-IF.
           IF CO-FILESTATUS = "00" OR CO-FILESTATUS = "05"
               MOVE 'Y' TO WS-CO-OPEN-OK
           ELSE
               DISPLAY "Order file is in use by another operator "
                   "(status " CO-FILESTATUS ") - try again."
           END-IF.

       ASSIGN-NEXT-CO-NUMBER.
           OPEN INPUT CO-CONTROL-FILE.
           IF COCTL-FILESTATUS = "00"
               READ CO-CONTROL-FILE
                   AT END
                       MOVE 1 TO WS-CO-NUMBER
                   NOT AT END
                       MOVE COCTL-RECORD (1:6) TO WS-CO-NUMBER
               END-READ
               CLOSE CO-CONTROL-FILE
           ELSE
               MOVE 1 TO WS-CO-NUMBER
           END-IF.
           COMPUTE WS-CO-NEXT-NUMBER = WS-CO-NUMBER + 1.
           OPEN OUTPUT CO-CONTROL-FILE.
           MOVE WS-CO-NEXT-NUMBER TO COCTL-RECORD.
           WRITE COCTL-RECORD.
           CLOSE CO-CONTROL-FILE.

      *> A phone or layaway order holds its quantity as an
      *> allocation on the item, so available-to-sell (on hand
      *> minus allocated) is what the counter sees everywhere --
      *> the promise to the customer survives until pickup or
      *> cancellation releases it.
       ENTER-CUSTOMER-ORDER.
           PERFORM OPEN-INVENTORY-SHARED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-CO-MASTER-IO.
           IF WS-CO-OPEN-OK NOT = 'Y'
               CLOSE INVENTORY-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "        ENTER CUSTOMER ORDER"
           DISPLAY "======================================="
           PERFORM ASSIGN-NEXT-CO-NUMBER.
      *> Header details are captured in WORKING-STORAGE because the
      *> line writes below reuse the one record buffer.
           PERFORM RESOLVE-ORDER-CUSTOMER.
           IF WS-CO-CUST-CODE = SPACES
               CLOSE CUST-ORDER-FILE
               CLOSE INVENTORY-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-CO-ORDER-DATE.

           MOVE ZERO TO WS-CO-LINE-SEQ.
           MOVE ZERO TO WS-CO-ORDER-TOTAL.
           MOVE SPACES TO WS-CO-ITEM.
           MOVE 'N' TO WS-CO-DONE.
           PERFORM ENTER-ORDER-LINE
               UNTIL WS-CO-DONE = 'Y'.
           MOVE 'N' TO WS-CO-DONE.

           IF WS-CO-LINE-SEQ > ZERO
               MOVE WS-CO-ORDER-TOTAL TO WS-CO-TOTAL-EDIT
               DISPLAY "Order total: " WS-CO-TOTAL-EDIT
               PERFORM ACCEPT-ORDER-DEPOSIT
               MOVE WS-CO-NUMBER TO CO-ORDER-NO
               MOVE ZERO TO CO-LINE-NO
               MOVE 'H' TO CO-REC-TYPE
               MOVE WS-CO-CUST-CODE TO CO-CUST-CODE
               MOVE WS-CO-CUST-NAME TO CO-CUST-NAME
               MOVE WS-CO-CUST-PHONE TO CO-CUST-PHONE
               MOVE WS-CO-ORDER-DATE TO CO-ORDER-DATE
               MOVE "OPEN" TO CO-STATUS
               MOVE WS-CO-LINE-SEQ TO CO-LINE-COUNT
               MOVE WS-CO-ORDER-TOTAL TO CO-ORDER-TOTAL
               MOVE WS-CO-DEPOSIT TO CO-DEPOSIT-AMT
               WRITE CUST-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "Error writing order header!"
                   NOT INVALID
                       DISPLAY "Customer order " WS-CO-NUMBER
                           " created with " WS-CO-LINE-SEQ
                           " line(s)."
                       DISPLAY "Print order confirmation? (Y/N): "
                           NO ADVANCING
                       ACCEPT WS-CONF-ANSWER
                       IF WS-CONF-ANSWER = 'Y'
                               OR WS-CONF-ANSWER = 'y'
                           PERFORM PRINT-ORDER-CONFIRMATION
                       END-IF
               END-WRITE
           ELSE
               DISPLAY "No lines entered - order not created."
           END-IF.

           CLOSE CUST-ORDER-FILE.
           CLOSE INVENTORY-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       ENTER-ORDER-LINE.
           DISPLAY "Item Code / barcode (blank to finish): "
               NO ADVANCING.
           MOVE SPACES TO WS-ITEM-INPUT.
           ACCEPT WS-ITEM-INPUT.
           IF WS-ITEM-INPUT = SPACES
               MOVE 'Y' TO WS-CO-DONE
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-ITEM-ANY-CODE.
           IF WS-XREF-FOUND NOT = 'Y' AND FILESTATUS NOT = "51"
               DISPLAY "Item not found!"
               EXIT PARAGRAPH
           END-IF.
      *> From here the line carries the internal code the lookup
      *> resolved to, whatever the counter scanned.
           MOVE ITEM-CODE TO WS-CO-ITEM.
           IF FILESTATUS = "51"
               DISPLAY "Item is in use by another operator - "
                   "try again."
               EXIT PARAGRAPH
           END-IF.
           IF ITEM-DISCONTINUED
               DISPLAY "Item is discontinued - it cannot be "
                   "ordered."
               EXIT PARAGRAPH
           END-IF.

      *> A kit sells as far as its components will still build,
      *> on top of the made-up kits on the shelf.
           MOVE ITEM-CODE TO WS-KIT-CODE.
           PERFORM KIT-LOAD-FOR-ITEM.
           MOVE ZERO TO WS-KIT-BUILDABLE.
           IF WS-KIT-IS-KIT = 'Y'
               MOVE SPACES TO WS-KIT-AT-LOC
               PERFORM KIT-COMPUTE-BUILDABLE
               IF WS-KIT-OK NOT = 'Y'
                   DISPLAY "Item is in use by another operator - "
                       "try again."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Kit - " WS-KIT-BUILDABLE " more can be "
                   "built from components."
           END-IF.
           COMPUTE WS-CO-ATS =
               STOCK-QUANTITY - ITEM-ALLOCATED-QTY + WS-KIT-BUILDABLE.
           DISPLAY "Available to sell: " WS-CO-ATS.
           PERFORM VALIDATE-MOVE-QUANTITY.
      *> A request beyond the available quantity no longer kills the
      *> sale: what is on hand is allocated now and the shortfall is
      *> carried on the line as a backorder, filled automatically as
      *> receipts arrive.
           MOVE ZERO TO WS-CO-BO-QTY.
           MOVE WS-MOVE-QTY TO WS-CO-ALLOC-NOW.
           IF WS-MOVE-QTY > WS-CO-ATS
               IF WS-CO-ATS > ZERO
                   MOVE WS-CO-ATS TO WS-CO-ALLOC-NOW
               ELSE
                   MOVE ZERO TO WS-CO-ALLOC-NOW
               END-IF
               COMPUTE WS-CO-BO-QTY =
                   WS-MOVE-QTY - WS-CO-ALLOC-NOW
               DISPLAY "Only " WS-CO-ALLOC-NOW " available to "
                   "sell. Backorder the remaining " WS-CO-BO-QTY
                   "? (Y/N): " NO ADVANCING
               ACCEPT WS-BO-ANSWER
               IF WS-BO-ANSWER NOT = 'Y' AND WS-BO-ANSWER NOT = 'y'
                   DISPLAY "Line not added."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ITEM-ALLOCATED-QTY TO WS-AUDIT-OLDVAL.
           ADD WS-CO-ALLOC-NOW TO ITEM-ALLOCATED-QTY.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating item!"
               NOT INVALID
                   ADD 1 TO WS-CO-LINE-SEQ
                   MOVE WS-CO-NUMBER TO CO-ORDER-NO
                   MOVE WS-CO-LINE-SEQ TO CO-LINE-NO
                   MOVE 'L' TO CO-REC-TYPE
                   MOVE SPACES TO CO-LINE-FIELDS
                   MOVE WS-CO-ITEM TO CO-LINE-ITEM-CODE
                   MOVE WS-MOVE-QTY TO CO-LINE-QTY
                   MOVE WS-CO-BO-QTY TO CO-LINE-BO-QTY
      *> The price is frozen on the line at order time -- what was
      *> agreed at the counter is what settlement will charge,
      *> whatever APPLY-PRICE-CHANGES does in between.
                   MOVE UNIT-PRICE TO CO-LINE-UNIT-PRICE
                   IF WS-CO-BO-QTY > ZERO
                       MOVE "BACKORDER" TO CO-LINE-STATUS
                   ELSE
                       MOVE "OPEN" TO CO-LINE-STATUS
                   END-IF
                   WRITE CUST-ORDER-RECORD
                   END-WRITE
      *> The allocation only stands once the order line it belongs
      *> to is safely on file -- a failed line write releases the
      *> hold again so no stock is reserved for an order that
      *> exists nowhere.
                   IF CO-FILESTATUS = "00"
                       MOVE "ALLOCATE" TO WS-AUDIT-FIELD
                       MOVE ITEM-ALLOCATED-QTY TO WS-AUDIT-NEWVAL
                       PERFORM AUDIT-WRITE-ENTRY
                       COMPUTE WS-CO-LINE-EXT =
                           UNIT-PRICE * WS-MOVE-QTY
                       ADD WS-CO-LINE-EXT TO WS-CO-ORDER-TOTAL
                       MOVE UNIT-PRICE TO WS-CO-PRICE-EDIT
                       MOVE WS-CO-LINE-EXT TO WS-CO-EXT-EDIT
                       DISPLAY "Line " WS-CO-LINE-SEQ " added: "
                           WS-CO-ITEM " x " WS-MOVE-QTY
                           " @ " WS-CO-PRICE-EDIT
                           " = " WS-CO-EXT-EDIT
                       IF WS-CO-BO-QTY > ZERO
                           DISPLAY "  (" WS-CO-BO-QTY
                               " on backorder)"
                       END-IF
                   ELSE
                       DISPLAY "Error writing order line (status "
                           CO-FILESTATUS ") - line not added, "
                           "allocation released."
                       SUBTRACT 1 FROM WS-CO-LINE-SEQ
                       SUBTRACT WS-CO-ALLOC-NOW
                           FROM ITEM-ALLOCATED-QTY
                       REWRITE INVENTORY-RECORD
                           INVALID KEY
                               DISPLAY "Error releasing allocation "
                                   "for " WS-CO-ITEM "!"
                       END-REWRITE
                   END-IF
           END-REWRITE.

      *> Optional deposit against the order; it may not exceed the
      *> order total, and blank means none.
       ACCEPT-ORDER-DEPOSIT.
           MOVE ZERO TO WS-CO-DEPOSIT.
           MOVE 'N' TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               DISPLAY "Deposit in cents (blank = none): "
                   NO ADVANCING
               ACCEPT WS-DEP-RAW
               MOVE ZERO TO WS-DEP-LEN
               INSPECT WS-DEP-RAW TALLYING WS-DEP-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               EVALUATE TRUE
                   WHEN WS-DEP-LEN = 0
                       MOVE 'Y' TO WS-VALID-FLAG
                   WHEN WS-DEP-LEN > 11
                       DISPLAY "Invalid entry - too many digits "
                           "(max 11)."
                   WHEN OTHER
                       MOVE WS-DEP-RAW (1:WS-DEP-LEN)
                           TO WS-DEP-INPUT
                       INSPECT WS-DEP-INPUT
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-DEP-INPUT IS NUMERIC
                           COMPUTE WS-CO-DEPOSIT =
                               WS-DEP-INPUT-NUM / 100
                           IF WS-CO-DEPOSIT > WS-CO-ORDER-TOTAL
                               DISPLAY "Deposit exceeds the order "
                                   "total - re-enter."
                               MOVE ZERO TO WS-CO-DEPOSIT
                           ELSE
                               MOVE 'Y' TO WS-VALID-FLAG
                           END-IF
                       ELSE
                           DISPLAY
                               "Invalid entry - digits only, no sign."
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *> The customer's copy: lines at the agreed price, the order
      *> total, deposit taken, and the balance due at pickup.
      *> Reads the lines back off the order file, so what prints
      *> is what was stored, not what was on the screen.
       PRINT-ORDER-CONFIRMATION.
           MOVE SPACES TO WS-CONF-FILENAME.
           STRING
               "ORDCONF_" WS-CO-NUMBER ".TXT"
           DELIMITED BY SIZE INTO WS-CONF-FILENAME.
           OPEN OUTPUT CONF-FILE.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "ORDER CONFIRMATION NO. " WS-CO-NUMBER
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "DATE " WS-CO-ORDER-DATE
               "  CUSTOMER " WS-CO-CUST-CODE
               " " WS-CO-CUST-NAME
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           WRITE CONF-RECORD.

           MOVE WS-CO-NUMBER TO CO-ORDER-NO.
           MOVE 1 TO CO-LINE-NO.
           MOVE 'N' TO WS-CO-SCAN-DONE.
           START CUST-ORDER-FILE KEY IS NOT LESS THAN CO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CO-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-CO-SCAN-DONE = 'Y'
               READ CUST-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CO-SCAN-DONE
                   NOT AT END
                       IF CO-ORDER-NO NOT = WS-CO-NUMBER
                           MOVE 'Y' TO WS-CO-SCAN-DONE
                       ELSE
                           IF CO-REC-TYPE = 'L'
                               PERFORM PRINT-CONFIRMATION-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE WS-CO-ORDER-TOTAL TO WS-CO-TOTAL-EDIT.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "ORDER TOTAL   " WS-CO-TOTAL-EDIT
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE WS-CO-DEPOSIT TO WS-CO-DEP-EDIT.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "DEPOSIT PAID  " WS-CO-DEP-EDIT
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           COMPUTE WS-CO-BALANCE =
               WS-CO-ORDER-TOTAL - WS-CO-DEPOSIT.
           MOVE WS-CO-BALANCE TO WS-CO-BAL-EDIT.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "BALANCE DUE AT PICKUP " WS-CO-BAL-EDIT
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           CLOSE CONF-FILE.
           DISPLAY "Confirmation written to " WS-CONF-FILENAME.

       PRINT-CONFIRMATION-LINE.
           MOVE CO-LINE-UNIT-PRICE TO WS-CO-PRICE-EDIT.
           COMPUTE WS-CO-LINE-EXT =
               CO-LINE-UNIT-PRICE * CO-LINE-QTY.
           MOVE WS-CO-LINE-EXT TO WS-CO-EXT-EDIT.
           MOVE SPACES TO CONF-RECORD.
           STRING
               CO-LINE-ITEM-CODE " x " CO-LINE-QTY
               " @ " WS-CO-PRICE-EDIT
               " = " WS-CO-EXT-EDIT
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           IF CO-LINE-BO-QTY IS NUMERIC
                   AND CO-LINE-BO-QTY > ZERO
               MOVE SPACES TO CONF-RECORD
               STRING
                   "  (" CO-LINE-BO-QTY " ON BACKORDER)"
               DELIMITED BY SIZE INTO CONF-RECORD
               WRITE CONF-RECORD
           END-IF.

       PICKUP-CUSTOMER-ORDER.
           MOVE "PICKED" TO WS-CO-SETTLE-STATUS.
           PERFORM SETTLE-CUSTOMER-ORDER.

       CANCEL-CUSTOMER-ORDER.
           MOVE "CANCELLED" TO WS-CO-SETTLE-STATUS.
           PERFORM SETTLE-CUSTOMER-ORDER.

      *> Pickup and cancellation differ only in whether stock
      *> leaves the building: both walk the order's lines and
      *> release each line's allocation; pickup also posts the
      *> issue with the usual audit and movement journal entries.
       SETTLE-CUSTOMER-ORDER.
           PERFORM OPEN-INVENTORY-SHARED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-CO-MASTER-IO.
           IF WS-CO-OPEN-OK NOT = 'Y'
               CLOSE INVENTORY-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Order Number: " NO ADVANCING
           ACCEPT WS-CO-NUMBER.
           MOVE WS-CO-NUMBER TO CO-ORDER-NO.
           MOVE ZERO TO CO-LINE-NO.
           READ CUST-ORDER-FILE
               INVALID KEY
                   DISPLAY "Order not found!"
                   CLOSE CUST-ORDER-FILE
                   CLOSE INVENTORY-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           IF CO-STATUS NOT = "OPEN"
               DISPLAY "Order " WS-CO-NUMBER " is already "
                   CO-STATUS "."
               CLOSE CUST-ORDER-FILE
               CLOSE INVENTORY-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Order " WS-CO-NUMBER " for " CO-CUST-NAME.

           MOVE ZERO TO WS-CO-SETTLE-VALUE.
           IF CO-DEPOSIT-AMT IS NUMERIC
               MOVE CO-DEPOSIT-AMT TO WS-CO-DEPOSIT
           ELSE
               MOVE ZERO TO WS-CO-DEPOSIT
           END-IF.
           MOVE WS-CO-NUMBER TO CO-ORDER-NO.
           MOVE 1 TO CO-LINE-NO.
           MOVE 'N' TO WS-CO-SCAN-DONE.
           MOVE 'N' TO WS-CO-SKIP-FLAG.
           START CUST-ORDER-FILE KEY IS NOT LESS THAN CO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CO-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-CO-SCAN-DONE = 'Y'
               READ CUST-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CO-SCAN-DONE
                   NOT AT END
                       IF CO-ORDER-NO NOT = WS-CO-NUMBER
                           MOVE 'Y' TO WS-CO-SCAN-DONE
                       ELSE
                           IF CO-REC-TYPE = 'L'
                               PERFORM SETTLE-ONE-ORDER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> Each settled line is marked on the order, so if a line had
      *> to be skipped (its item locked by the other terminal) the
      *> order stays OPEN and a second settle picks up only the
      *> lines still outstanding -- never double-issuing the rest.
           IF WS-CO-SKIP-FLAG = 'Y'
               DISPLAY "One or more lines could not be settled - "
                   "order remains OPEN, settle it again."
           ELSE
               MOVE WS-CO-NUMBER TO CO-ORDER-NO
               MOVE ZERO TO CO-LINE-NO
               READ CUST-ORDER-FILE
                   INVALID KEY
                       DISPLAY "Error re-reading order header!"
                   NOT INVALID
                       MOVE WS-CO-SETTLE-STATUS TO CO-STATUS
                       REWRITE CUST-ORDER-RECORD
                           INVALID KEY
                               DISPLAY "Error updating order header!"
                           NOT INVALID
                               DISPLAY "Order " WS-CO-NUMBER
                                   " is now " CO-STATUS "."
      *> Settled at the prices frozen on the lines at order time,
      *> less whatever deposit was taken up front.
                               IF WS-CO-SETTLE-STATUS = "PICKED"
                                   MOVE WS-CO-SETTLE-VALUE
                                       TO WS-CO-TOTAL-EDIT
                                   MOVE WS-CO-DEPOSIT
                                       TO WS-CO-DEP-EDIT
                                   COMPUTE WS-CO-BALANCE =
                                       WS-CO-SETTLE-VALUE
                                           - WS-CO-DEPOSIT
                                   MOVE WS-CO-BALANCE
                                       TO WS-CO-BAL-EDIT
                                   DISPLAY "Settled value: "
                                       WS-CO-TOTAL-EDIT
                                       "  Deposit: "
                                       WS-CO-DEP-EDIT
                                   DISPLAY "Balance due: "
                                       WS-CO-BAL-EDIT
                               END-IF
                       END-REWRITE
               END-READ
           END-IF.

           CLOSE CUST-ORDER-FILE.
           CLOSE INVENTORY-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       SETTLE-ONE-ORDER-LINE.
           IF CO-LINE-STATUS = "SETTLED"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CO-TAKE.
           MOVE ZERO TO WS-KIT-BUILD-QTY.
           MOVE CO-LINE-ITEM-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "Item " CO-LINE-ITEM-CODE " no longer on "
                       "file - nothing to release."
                   PERFORM MARK-ORDER-LINE-SETTLED
                   EXIT PARAGRAPH
           END-READ.
           IF FILESTATUS NOT = "00"
               DISPLAY "Item " CO-LINE-ITEM-CODE " is in use by "
                   "another operator - line skipped."
               MOVE 'Y' TO WS-CO-SKIP-FLAG
               EXIT PARAGRAPH
           END-IF.

      *> Only the allocated part of the line ever held stock; the
      *> backorder balance was never allocated, so it is neither
      *> released nor issued here. Settling an order with a balance
      *> still waiting closes that balance out unfilled.
           IF CO-LINE-BO-QTY IS NUMERIC
               COMPUTE WS-CO-ALLOC-NOW =
                   CO-LINE-QTY - CO-LINE-BO-QTY
           ELSE
               MOVE CO-LINE-QTY TO WS-CO-ALLOC-NOW
           END-IF.
           IF CO-LINE-BO-QTY IS NUMERIC
                   AND CO-LINE-BO-QTY > ZERO
               DISPLAY "Line " CO-LINE-NO " ("
                   CO-LINE-ITEM-CODE "): " CO-LINE-BO-QTY
                   " still on backorder - closed unfilled."
           END-IF.
           IF WS-CO-ALLOC-NOW > ITEM-ALLOCATED-QTY
               MOVE ZERO TO ITEM-ALLOCATED-QTY
           ELSE
               SUBTRACT WS-CO-ALLOC-NOW FROM ITEM-ALLOCATED-QTY
           END-IF.

      *> A kit line beyond the made-up kits is built from its
      *> components once the kit itself has posted.
           IF WS-CO-SETTLE-STATUS = "PICKED"
               IF WS-CO-ALLOC-NOW > STOCK-QUANTITY
                   MOVE CO-LINE-ITEM-CODE TO WS-KIT-CODE
                   PERFORM KIT-LOAD-FOR-ITEM
                   IF WS-KIT-IS-KIT = 'Y'
                       COMPUTE WS-KIT-BUILD-QTY =
                           WS-CO-ALLOC-NOW - STOCK-QUANTITY
                   ELSE
                       DISPLAY "Item " CO-LINE-ITEM-CODE " has only "
                           STOCK-QUANTITY " on hand - issue short, "
                           "check the floor."
                   END-IF
                   MOVE STOCK-QUANTITY TO WS-CO-TAKE
               ELSE
                   MOVE WS-CO-ALLOC-NOW TO WS-CO-TAKE
               END-IF
      *> Lines written before price capture carry spaces in the
      *> price byte; they settle at the current ticket price, the
      *> only figure there is for them.
               IF CO-LINE-UNIT-PRICE IS NUMERIC
                       AND CO-LINE-UNIT-PRICE > ZERO
                   MOVE CO-LINE-UNIT-PRICE TO WS-CO-LINE-PRICE
               ELSE
                   MOVE UNIT-PRICE TO WS-CO-LINE-PRICE
               END-IF
               COMPUTE WS-CO-LINE-EXT =
                   WS-CO-LINE-PRICE * WS-CO-TAKE
               ADD WS-CO-LINE-EXT TO WS-CO-SETTLE-VALUE
               MOVE STOCK-QUANTITY TO OLD-STOCK-QUANTITY
               SUBTRACT WS-CO-TAKE FROM STOCK-QUANTITY
      *> Picked goods leave MAIN first; anything beyond the MAIN
      *> balance comes out of ANNEX. The remainder is staged in its
      *> own field so WS-CO-TAKE still holds the full issued
      *> quantity for the movement journal below.
               IF WS-CO-TAKE > LOC-QUANTITY (1)
                   COMPUTE WS-CO-SPLIT =
                       WS-CO-TAKE - LOC-QUANTITY (1)
                   MOVE ZERO TO LOC-QUANTITY (1)
                   IF WS-CO-SPLIT > LOC-QUANTITY (2)
                       MOVE ZERO TO LOC-QUANTITY (2)
                   ELSE
                       SUBTRACT WS-CO-SPLIT FROM LOC-QUANTITY (2)
                   END-IF
               ELSE
                   SUBTRACT WS-CO-TAKE FROM LOC-QUANTITY (1)
               END-IF
               MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE
           END-IF.

           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating item "
                       CO-LINE-ITEM-CODE "!"
                   MOVE 'Y' TO WS-CO-SKIP-FLAG
               NOT INVALID
                   PERFORM MARK-ORDER-LINE-SETTLED
                   IF WS-CO-SETTLE-STATUS = "PICKED"
                       MOVE "ORDER-PICKUP" TO WS-AUDIT-FIELD
                       MOVE OLD-STOCK-QUANTITY TO WS-AUDIT-OLDVAL
                       MOVE STOCK-QUANTITY TO WS-AUDIT-NEWVAL
                       PERFORM AUDIT-WRITE-ENTRY
      *> A line that was still wholly on backorder issued nothing;
      *> a zero-quantity journal entry would only muddy the
      *> reconciliation.
                       IF WS-CO-TAKE > ZERO
                           MOVE "OUT" TO WS-MOVE-TYPE
                           MOVE WS-CO-TAKE TO WS-MOVE-QTY
                           MOVE LOC-CODE (1) TO WS-MOVE-LOC
                           MOVE SPACES TO WS-MOVE-REASON
                           STRING
                               "CO " WS-CO-NUMBER
                           DELIMITED BY SIZE INTO WS-MOVE-REASON
                           PERFORM LAYER-ISSUE
                           PERFORM MOVEMENT-WRITE-ENTRY
                           PERFORM DISPLAY-SETTLE-MARGIN
                       END-IF
                   ELSE
                       MOVE "DEALLOCATE" TO WS-AUDIT-FIELD
                       MOVE WS-CO-ALLOC-NOW TO WS-AUDIT-OLDVAL
                       MOVE ITEM-ALLOCATED-QTY TO WS-AUDIT-NEWVAL
                       PERFORM AUDIT-WRITE-ENTRY
                   END-IF
           END-REWRITE.
           IF WS-KIT-BUILD-QTY > ZERO
                   AND CO-LINE-STATUS = "SETTLED"
               PERFORM SETTLE-KIT-COMPONENTS
           END-IF.

      *> WS-CO-TAKE is zero on every path that issued nothing, so
      *> a cancelled line records nothing returnable against it.
       MARK-ORDER-LINE-SETTLED.
           MOVE "SETTLED" TO CO-LINE-STATUS.
           MOVE WS-CO-TAKE TO CO-LINE-SETTLED-QTY.
           MOVE ZERO TO CO-LINE-RETURNED-QTY.
           MOVE WS-BUSINESS-DATE TO CO-LINE-SETTLE-DATE.
           REWRITE CUST-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Error marking order line settled!"
           END-REWRITE.

      *> After a receipt has posted, the newly available stock is
      *> offered to waiting backorder lines in order-number sequence
      *> (the file's key order), oldest order first. Each line's
      *> backorder balance comes down, the item's allocation goes up
      *> by the same amount, and the operator is told which orders
      *> just became fillable. Expects the received item in
      *> INVENTORY-RECORD with the inventory file still open I-O.
       BACKORDER-ALLOCATE.
           COMPUTE WS-BO-AVAIL =
               STOCK-QUANTITY - ITEM-ALLOCATED-QTY.
           IF WS-BO-AVAIL NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-CO-MASTER-IO.
           IF WS-CO-OPEN-OK NOT = 'Y'
               DISPLAY "Backorders not checked - settle the order "
                   "file and receive again if any are waiting."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-BO-ALLOC-TOTAL.
           MOVE ZERO TO WS-BO-FILLED-COUNT.
           MOVE 'N' TO WS-CO-SCAN-DONE.
           PERFORM UNTIL WS-CO-SCAN-DONE = 'Y'
                   OR WS-BO-AVAIL NOT > ZERO
               READ CUST-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CO-SCAN-DONE
                   NOT AT END
                       IF CO-REC-TYPE = 'L'
                               AND CO-LINE-STATUS = "BACKORDER"
                               AND CO-LINE-ITEM-CODE = ITEM-CODE
                               AND CO-LINE-BO-QTY IS NUMERIC
                               AND CO-LINE-BO-QTY > ZERO
                           PERFORM BACKORDER-FILL-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-ORDER-FILE.

           IF WS-BO-ALLOC-TOTAL > ZERO
               MOVE ITEM-ALLOCATED-QTY TO WS-AUDIT-OLDVAL
               ADD WS-BO-ALLOC-TOTAL TO ITEM-ALLOCATED-QTY
               REWRITE INVENTORY-RECORD
                   INVALID KEY
                       DISPLAY "Error updating allocation for "
                           ITEM-CODE "!"
                   NOT INVALID
                       MOVE "BO-ALLOCATE" TO WS-AUDIT-FIELD
                       MOVE ITEM-ALLOCATED-QTY TO WS-AUDIT-NEWVAL
                       PERFORM AUDIT-WRITE-ENTRY
                       DISPLAY WS-BO-ALLOC-TOTAL " unit(s) "
                           "allocated to waiting backorders ("
                           WS-BO-FILLED-COUNT " line(s) now "
                           "fully fillable)."
               END-REWRITE
           END-IF.

       BACKORDER-FILL-ONE-LINE.
           IF CO-LINE-BO-QTY > WS-BO-AVAIL
               MOVE WS-BO-AVAIL TO WS-BO-TAKE
           ELSE
               MOVE CO-LINE-BO-QTY TO WS-BO-TAKE
           END-IF.
           SUBTRACT WS-BO-TAKE FROM CO-LINE-BO-QTY.
           IF CO-LINE-BO-QTY = ZERO
               MOVE "OPEN" TO CO-LINE-STATUS
           END-IF.
           REWRITE CUST-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Error updating backorder line on "
                       "order " CO-ORDER-NO "!"
               NOT INVALID
                   SUBTRACT WS-BO-TAKE FROM WS-BO-AVAIL
                   ADD WS-BO-TAKE TO WS-BO-ALLOC-TOTAL
                   IF CO-LINE-STATUS = "OPEN"
                       ADD 1 TO WS-BO-FILLED-COUNT
                       DISPLAY "Order " CO-ORDER-NO " line "
                           CO-LINE-NO ": " WS-BO-TAKE
                           " allocated - line now fillable."
                   ELSE
                       DISPLAY "Order " CO-ORDER-NO " line "
                           CO-LINE-NO ": " WS-BO-TAKE
                           " allocated - " CO-LINE-BO-QTY
                           " still on backorder."
                   END-IF
           END-REWRITE.

       OPEN-ORDERS-REPORT.
           OPEN INPUT CUST-ORDER-FILE.
           IF CO-FILESTATUS NOT = "00"
               DISPLAY "No customer orders on file."
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "         OPEN CUSTOMER ORDERS"
           DISPLAY "======================================="
           MOVE ZERO TO WS-CO-OPEN-COUNT.
           MOVE 'N' TO WS-CO-SHOW-LINES.
           MOVE 'N' TO WS-CO-SCAN-DONE.
           PERFORM UNTIL WS-CO-SCAN-DONE = 'Y'
               READ CUST-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CO-SCAN-DONE
                   NOT AT END
                       IF CO-REC-TYPE = 'H'
                           IF CO-STATUS = "OPEN"
                               MOVE 'Y' TO WS-CO-SHOW-LINES
                               ADD 1 TO WS-CO-OPEN-COUNT
                               DISPLAY "Order " CO-ORDER-NO "  "
                                   CO-ORDER-DATE "  " CO-CUST-NAME
                                   "  " CO-CUST-PHONE
                           ELSE
                               MOVE 'N' TO WS-CO-SHOW-LINES
                           END-IF
                       ELSE
                           IF WS-CO-SHOW-LINES = 'Y'
                               DISPLAY "  Line " CO-LINE-NO "  "
                                   CO-LINE-ITEM-CODE " x "
                                   CO-LINE-QTY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CO-OPEN-COUNT = ZERO
               DISPLAY "No open orders."
           ELSE
               DISPLAY WS-CO-OPEN-COUNT " open order(s)."
           END-IF.
           CLOSE CUST-ORDER-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> A customer bringing goods back from a settled order. The
      *> quantity is checked against what actually left on that
      *> line less anything already returned, and the refund is
      *> worked at the price the customer paid, not today's ticket.
      *> The goods either go back on sale at a location of the
      *> operator's choosing or into the held bucket, where nothing
      *> can issue them; either way the return is journalled as an
      *> RTN movement (location HELD for the held bucket).
       CUSTOMER-RETURN.
           PERFORM OPEN-INVENTORY-SHARED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-CO-MASTER-IO.
           IF WS-CO-OPEN-OK NOT = 'Y'
               CLOSE INVENTORY-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "          CUSTOMER RETURN"
           DISPLAY "======================================="
           MOVE 'N' TO WS-RTN-POSTED.
           PERFORM CUSTOMER-RETURN-POST.
           CLOSE CUST-ORDER-FILE.

      *> Sellable returns are offered to waiting backorders the same
      *> as any receipt would be.
           IF WS-RTN-POSTED = 'Y'
               IF WS-RTN-DISPOSITION = 'R'
                   PERFORM BACKORDER-ALLOCATE
               END-IF
               DISPLAY "Print return receipt? (Y/N): "
                   NO ADVANCING
               ACCEPT WS-CONF-ANSWER
               IF WS-CONF-ANSWER = 'Y' OR WS-CONF-ANSWER = 'y'
                   PERFORM PRINT-RETURN-RECEIPT
               END-IF
           END-IF.

           CLOSE INVENTORY-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       CUSTOMER-RETURN-POST.
           DISPLAY "Enter Order Number: " NO ADVANCING
           ACCEPT WS-CO-NUMBER.
           MOVE WS-CO-NUMBER TO CO-ORDER-NO.
           MOVE ZERO TO CO-LINE-NO.
           READ CUST-ORDER-FILE
               INVALID KEY
                   DISPLAY "Order not found!"
                   EXIT PARAGRAPH
           END-READ.
           IF CO-STATUS = "CANCELLED"
               DISPLAY "Order " WS-CO-NUMBER " was cancelled - "
                   "nothing was issued against it."
               EXIT PARAGRAPH
           END-IF.
           MOVE CO-STATUS TO WS-RTN-HEADER-STATUS.
           MOVE CO-CUST-CODE TO WS-CO-CUST-CODE.
           MOVE CO-CUST-NAME TO WS-CO-CUST-NAME.
           DISPLAY "Order " WS-CO-NUMBER " for " CO-CUST-NAME
               " (" FUNCTION TRIM (CO-STATUS) ")".

           DISPLAY "Line number: " NO ADVANCING
           ACCEPT WS-RTN-LINE-NO.
           MOVE WS-CO-NUMBER TO CO-ORDER-NO.
           MOVE WS-RTN-LINE-NO TO CO-LINE-NO.
           READ CUST-ORDER-FILE
               INVALID KEY
                   DISPLAY "Line not found on this order!"
                   EXIT PARAGRAPH
           END-READ.
           IF CO-REC-TYPE NOT = 'L'
               DISPLAY "Line not found on this order!"
               EXIT PARAGRAPH
           END-IF.
           IF CO-LINE-STATUS NOT = "SETTLED"
               DISPLAY "Line " WS-RTN-LINE-NO " has not been "
                   "picked up - nothing to return."
               EXIT PARAGRAPH
           END-IF.

      *> Lines settled before the settled quantity was kept fall
      *> back to the allocated part of the line on a picked order,
      *> which is what pickup issued unless the floor ran short.
           IF CO-LINE-SETTLED-QTY IS NUMERIC
               MOVE CO-LINE-SETTLED-QTY TO WS-RTN-SETTLED
           ELSE
               IF WS-RTN-HEADER-STATUS = "PICKED"
                   IF CO-LINE-BO-QTY IS NUMERIC
                       COMPUTE WS-RTN-SETTLED =
                           CO-LINE-QTY - CO-LINE-BO-QTY
                   ELSE
                       MOVE CO-LINE-QTY TO WS-RTN-SETTLED
                   END-IF
               ELSE
                   MOVE ZERO TO WS-RTN-SETTLED
               END-IF
           END-IF.
           IF CO-LINE-RETURNED-QTY IS NUMERIC
               MOVE CO-LINE-RETURNED-QTY TO WS-RTN-RETURNED
           ELSE
               MOVE ZERO TO WS-RTN-RETURNED
           END-IF.
           IF WS-RTN-RETURNED >= WS-RTN-SETTLED
               DISPLAY "Nothing left to return on this line - "
                   "settled " WS-RTN-SETTLED ", returned "
                   WS-RTN-RETURNED "."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RTN-RETURNABLE =
               WS-RTN-SETTLED - WS-RTN-RETURNED.

           MOVE CO-LINE-ITEM-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "Item " CO-LINE-ITEM-CODE " is no longer "
                       "on file - return cannot be posted."
                   EXIT PARAGRAPH
           END-READ.
           IF FILESTATUS NOT = "00"
               DISPLAY "Item " CO-LINE-ITEM-CODE " is in use by "
                   "another operator - try again."
               EXIT PARAGRAPH
           END-IF.

      *> Same price rule as settlement: lines from before price
      *> capture refund at the current ticket price.
           IF CO-LINE-UNIT-PRICE IS NUMERIC
                   AND CO-LINE-UNIT-PRICE > ZERO
               MOVE CO-LINE-UNIT-PRICE TO WS-RTN-PRICE
           ELSE
               MOVE UNIT-PRICE TO WS-RTN-PRICE
           END-IF.
           MOVE WS-RTN-PRICE TO WS-CO-PRICE-EDIT.
           DISPLAY "  Item:     " ITEM-CODE " " ITEM-NAME.
           DISPLAY "  Settled:  " WS-RTN-SETTLED
               "  Already returned: " WS-RTN-RETURNED.
           DISPLAY "  Paid:     " WS-CO-PRICE-EDIT " each".

           PERFORM VALIDATE-MOVE-QUANTITY.
           IF WS-MOVE-QTY > WS-RTN-RETURNABLE
               DISPLAY "Only " WS-RTN-RETURNABLE " can be returned "
                   "against this line - not posted."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACE TO WS-RTN-DISPOSITION.
           PERFORM UNTIL WS-RTN-DISPOSITION = 'R'
                   OR WS-RTN-DISPOSITION = 'H'
               DISPLAY "R = restock for sale, H = hold as damaged: "
                   NO ADVANCING
               ACCEPT WS-RTN-DISPOSITION
               IF WS-RTN-DISPOSITION = 'r'
                   MOVE 'R' TO WS-RTN-DISPOSITION
               END-IF
               IF WS-RTN-DISPOSITION = 'h'
                   MOVE 'H' TO WS-RTN-DISPOSITION
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-MOVE-REASON.
           STRING
               "CO " WS-CO-NUMBER
           DELIMITED BY SIZE INTO WS-MOVE-REASON.
           MOVE "RTN" TO WS-MOVE-TYPE.
           IF WS-RTN-DISPOSITION = 'R'
               PERFORM CUSTOMER-RETURN-RESTOCK
           ELSE
               PERFORM CUSTOMER-RETURN-HOLD
           END-IF.
           IF WS-RTN-POSTED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.

      *> The order line still holds the line record read above --
      *> nothing since has read the order file.
           MOVE WS-RTN-SETTLED TO CO-LINE-SETTLED-QTY.
           COMPUTE CO-LINE-RETURNED-QTY =
               WS-RTN-RETURNED + WS-MOVE-QTY.
           REWRITE CUST-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Error updating order line - note the "
                       "returned quantity on the order!"
           END-REWRITE.

           COMPUTE WS-RTN-REFUND = WS-RTN-PRICE * WS-MOVE-QTY.
           PERFORM ASSIGN-NEXT-RTN-NUMBER.
           MOVE WS-RTN-REFUND TO WS-CO-TOTAL-EDIT.
           DISPLAY "Return " WS-RTN-NUMBER " posted - refund due: "
               WS-CO-TOTAL-EDIT.

       CUSTOMER-RETURN-RESTOCK.
           DISPLAY "  Location " LOC-CODE (1) ": " LOC-QUANTITY (1).
           DISPLAY "  Location " LOC-CODE (2) ": " LOC-QUANTITY (2).
           DISPLAY "Restock into location: " NO ADVANCING
           ACCEPT WS-MOVE-LOC.
           PERFORM FIND-MOVE-LOCATION-SUB.
           IF WS-MOVE-SUB = ZERO
               DISPLAY "Unknown location code!"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MOVE-NEW-QTY = STOCK-QUANTITY + WS-MOVE-QTY.
           IF WS-MOVE-NEW-QTY > 99999
               DISPLAY "Error: return would exceed the maximum "
                   "stock quantity - not posted."
               EXIT PARAGRAPH
           END-IF.

           MOVE STOCK-QUANTITY TO OLD-STOCK-QUANTITY.
           ADD WS-MOVE-QTY TO STOCK-QUANTITY.
           ADD WS-MOVE-QTY TO LOC-QUANTITY (WS-MOVE-SUB).
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating item!"
               NOT INVALID
                   MOVE 'Y' TO WS-RTN-POSTED
                   DISPLAY "Returned to stock - new quantity: "
                       STOCK-QUANTITY
                   MOVE "CUST-RETURN" TO WS-AUDIT-FIELD
                   MOVE OLD-STOCK-QUANTITY TO WS-AUDIT-OLDVAL
                   MOVE STOCK-QUANTITY TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
                   PERFORM LAYER-RECEIPT
                   PERFORM MOVEMENT-WRITE-ENTRY
           END-REWRITE.

      *> Held units never touch the item record: STOCK-QUANTITY and
      *> the location balances stay exactly as they were.
       CUSTOMER-RETURN-HOLD.
           OPEN I-O HELD-STOCK-FILE.
           IF HELD-FILESTATUS = "35"
               OPEN OUTPUT HELD-STOCK-FILE
               CLOSE HELD-STOCK-FILE
               OPEN I-O HELD-STOCK-FILE
           END-IF.
           IF HELD-FILESTATUS NOT = "00"
               DISPLAY "Held stock file is in use (status "
                   HELD-FILESTATUS ") - return not posted."
               EXIT PARAGRAPH
           END-IF.
           MOVE ITEM-CODE TO HELD-ITEM-CODE.
           READ HELD-STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO HELD-QUANTITY
                   MOVE ZERO TO WS-MOVE-NEW-QTY
               NOT INVALID
                   MOVE HELD-QUANTITY TO WS-MOVE-NEW-QTY
           END-READ.
           MOVE HELD-QUANTITY TO WS-AUDIT-OLDVAL.
           ADD WS-MOVE-QTY TO WS-MOVE-NEW-QTY.
           IF WS-MOVE-NEW-QTY > 99999
               DISPLAY "Error: held quantity would exceed the "
                   "maximum - not posted."
               CLOSE HELD-STOCK-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BUSINESS-DATE TO HELD-LAST-DATE.
           IF HELD-QUANTITY = ZERO
               MOVE WS-MOVE-NEW-QTY TO HELD-QUANTITY
               WRITE HELD-STOCK-RECORD
                   INVALID KEY
                       REWRITE HELD-STOCK-RECORD
                           INVALID KEY
                               DISPLAY "Error updating held stock!"
                           NOT INVALID
                               MOVE 'Y' TO WS-RTN-POSTED
                       END-REWRITE
                   NOT INVALID
                       MOVE 'Y' TO WS-RTN-POSTED
               END-WRITE
           ELSE
               MOVE WS-MOVE-NEW-QTY TO HELD-QUANTITY
               REWRITE HELD-STOCK-RECORD
                   INVALID KEY
                       DISPLAY "Error updating held stock!"
                   NOT INVALID
                       MOVE 'Y' TO WS-RTN-POSTED
               END-REWRITE
           END-IF.
           CLOSE HELD-STOCK-FILE.
           IF WS-RTN-POSTED = 'Y'
               DISPLAY "Held as damaged - held quantity now: "
                   HELD-QUANTITY
               MOVE "RETURN-HELD" TO WS-AUDIT-FIELD
               MOVE HELD-QUANTITY TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
               MOVE "HELD" TO WS-MOVE-LOC
               PERFORM MOVEMENT-WRITE-ENTRY
           END-IF.

       ASSIGN-NEXT-RTN-NUMBER.
           OPEN INPUT RTN-CONTROL-FILE.
           IF RTNCTL-FILESTATUS = "00"
               READ RTN-CONTROL-FILE
                   AT END
                       MOVE 1 TO WS-RTN-NUMBER
                   NOT AT END
                       MOVE RTNCTL-RECORD (1:6) TO WS-RTN-NUMBER
               END-READ
               CLOSE RTN-CONTROL-FILE
           ELSE
               MOVE 1 TO WS-RTN-NUMBER
           END-IF.
           COMPUTE WS-RTN-NEXT-NUMBER = WS-RTN-NUMBER + 1.
           OPEN OUTPUT RTN-CONTROL-FILE.
           MOVE WS-RTN-NEXT-NUMBER TO RTNCTL-RECORD.
           WRITE RTNCTL-RECORD.
           CLOSE RTN-CONTROL-FILE.

      *> The customer's copy, in the ORDCONF layout: what came back,
      *> at what price, where it went, and the refund due.
       PRINT-RETURN-RECEIPT.
           MOVE WS-BUSINESS-DATE TO WS-RTN-DATE.
           MOVE SPACES TO WS-CONF-FILENAME.
           STRING
               "RETURN_" WS-RTN-NUMBER ".TXT"
           DELIMITED BY SIZE INTO WS-CONF-FILENAME.
           OPEN OUTPUT CONF-FILE.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "RETURN RECEIPT NO. " WS-RTN-NUMBER
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "DATE " WS-RTN-DATE
               "  ORDER " WS-CO-NUMBER
               "  CUSTOMER " WS-CO-CUST-CODE
               " " WS-CO-CUST-NAME
           DELIMITED BY SIZE INTO CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           WRITE CONF-RECORD.

           MOVE WS-RTN-PRICE TO WS-CO-PRICE-EDIT.
           MOVE WS-RTN-REFUND TO WS-CO-EXT-EDIT.
           MOVE SPACES TO CONF-RECORD.
           STRING
               ITEM-CODE " x " WS-MOVE-QTY
               " @ " WS-CO-PRICE-EDIT
               " = " WS-CO-EXT-EDIT
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "  " ITEM-NAME
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE SPACES TO CONF-RECORD.
           IF WS-RTN-DISPOSITION = 'R'
               STRING
                   "  (RETURNED TO STOCK AT " WS-MOVE-LOC ")"
               DELIMITED BY SIZE INTO CONF-RECORD
           ELSE
               MOVE "  (HELD AS DAMAGED - NOT FOR RESALE)"
                   TO CONF-RECORD
           END-IF.
           WRITE CONF-RECORD.

           MOVE SPACES TO CONF-RECORD.
           WRITE CONF-RECORD.
           MOVE WS-RTN-REFUND TO WS-CO-TOTAL-EDIT.
           MOVE SPACES TO CONF-RECORD.
           STRING
               "REFUND TOTAL  " WS-CO-TOTAL-EDIT
           DELIMITED BY SIZE INTO CONF-RECORD.
           WRITE CONF-RECORD.
           CLOSE CONF-FILE.
           DISPLAY "Return receipt written to " WS-CONF-FILENAME.

       SUPPLIER-MENU.
           MOVE 'N' TO WS-SUP-DONE.
           PERFORM UNTIL WS-SUP-DONE = 'Y'
               CALL "SYSTEM" USING "CLS"
               DISPLAY "======================================="
               DISPLAY "        SUPPLIER MAINTENANCE"
               DISPLAY "======================================="
               DISPLAY "1. Add Supplier"
               DISPLAY "2. Update Supplier"
               DISPLAY "3. View Suppliers"
               DISPLAY "4. Delete Supplier"
               DISPLAY "5. Return to Main Menu"
               DISPLAY "Enter option: " NO ADVANCING
               ACCEPT WS-SUP-OPTION
               EVALUATE WS-SUP-OPTION
                   WHEN 1 PERFORM SUPPLIER-ADD
                   WHEN 2 PERFORM SUPPLIER-UPDATE
                   WHEN 3 PERFORM SUPPLIER-VIEW
                   WHEN 4 PERFORM SUPPLIER-DELETE
                   WHEN 5 MOVE 'Y' TO WS-SUP-DONE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.

       SUPPLIER-ADD.
           OPEN I-O SUPPLIER-FILE.
           IF SUP-FILESTATUS = "35"
               OPEN OUTPUT SUPPLIER-FILE
               CLOSE SUPPLIER-FILE
               OPEN I-O SUPPLIER-FILE
           END-IF.
           DISPLAY "Enter Supplier Code: " NO ADVANCING
           ACCEPT SUPPLIER-CODE.
           IF SUPPLIER-CODE = SPACES
               DISPLAY "Supplier code may not be blank!"
               CLOSE SUPPLIER-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           READ SUPPLIER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   DISPLAY "Supplier Code already exists!"
                   CLOSE SUPPLIER-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Enter Supplier Name: " NO ADVANCING
           ACCEPT SUPPLIER-NAME.
           DISPLAY "Enter Contact: " NO ADVANCING
           ACCEPT SUPPLIER-CONTACT.
           DISPLAY "Enter Lead-Time Days: " NO ADVANCING
           ACCEPT SUPPLIER-LEAD-DAYS.
           MOVE ZERO TO SUPPLIER-DISC-PCT.
           DISPLAY "Enter Net Payment Days (0 = 30): " NO ADVANCING
           ACCEPT SUPPLIER-NET-DAYS.
           IF SUPPLIER-NET-DAYS = ZERO
               MOVE 30 TO SUPPLIER-NET-DAYS
           END-IF.
           PERFORM SUPPLIER-ACCEPT-DISCOUNT.
           WRITE SUPPLIER-RECORD
               INVALID KEY
                   DISPLAY "Error writing supplier!"
               NOT INVALID
                   DISPLAY "Supplier successfully added!"
                   MOVE SUPPLIER-CODE TO ITEM-CODE
                   MOVE "SUPPLIER-ADD" TO WS-AUDIT-FIELD
                   MOVE SPACES TO WS-AUDIT-OLDVAL
                   MOVE SUPPLIER-CODE TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
           END-WRITE.
           CLOSE SUPPLIER-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       SUPPLIER-UPDATE.
           OPEN I-O SUPPLIER-FILE.
           IF SUP-FILESTATUS NOT = "00"
               DISPLAY "No supplier file exists yet!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Supplier Code to update: " NO ADVANCING
           ACCEPT SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "Supplier not found!"
                   CLOSE SUPPLIER-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Current Supplier Details:"
           DISPLAY "Name: " SUPPLIER-NAME
           DISPLAY "Contact: " SUPPLIER-CONTACT
           DISPLAY "Lead-Time Days: " SUPPLIER-LEAD-DAYS
           PERFORM SUPPLIER-SHOW-TERMS
           MOVE SUPPLIER-NAME TO OLD-SUPPLIER-NAME.
           MOVE SUPPLIER-CONTACT TO OLD-SUPPLIER-CONTACT.
           MOVE SUPPLIER-LEAD-DAYS TO OLD-SUPPLIER-LEAD-DAYS.
           MOVE SUPPLIER-NET-DAYS TO OLD-SUPPLIER-NET-DAYS.
           MOVE SUPPLIER-DISC-PCT TO OLD-SUPPLIER-DISC-PCT.
           MOVE SUPPLIER-DISC-DAYS TO OLD-SUPPLIER-DISC-DAYS.
           DISPLAY "Enter new details "NO ADVANCING
           DISPLAY "(press enter to keep current): "
           DISPLAY "New Supplier Name: " NO ADVANCING
           ACCEPT SUPPLIER-NAME.
           DISPLAY "New Contact: " NO ADVANCING
           ACCEPT SUPPLIER-CONTACT.
           DISPLAY "New Lead-Time Days: " NO ADVANCING
           ACCEPT SUPPLIER-LEAD-DAYS.
           DISPLAY "New Net Payment Days (0 = 30): " NO ADVANCING
           ACCEPT SUPPLIER-NET-DAYS.
           IF SUPPLIER-NET-DAYS = ZERO
               MOVE 30 TO SUPPLIER-NET-DAYS
           END-IF.
           PERFORM SUPPLIER-ACCEPT-DISCOUNT.
           REWRITE SUPPLIER-RECORD
               INVALID KEY
                   DISPLAY "Error updating supplier!"
               NOT INVALID
                   DISPLAY "Supplier successfully updated!"
                   PERFORM AUDIT-UPDATE-SUPPLIER
           END-REWRITE.
           CLOSE SUPPLIER-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       AUDIT-UPDATE-SUPPLIER.
           MOVE SUPPLIER-CODE TO ITEM-CODE.
           IF OLD-SUPPLIER-NAME NOT = SUPPLIER-NAME
               MOVE "SUP-NAME" TO WS-AUDIT-FIELD
               MOVE OLD-SUPPLIER-NAME TO WS-AUDIT-OLDVAL
               MOVE SUPPLIER-NAME TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.
           IF OLD-SUPPLIER-CONTACT NOT = SUPPLIER-CONTACT
               MOVE "SUP-CONTACT" TO WS-AUDIT-FIELD
               MOVE OLD-SUPPLIER-CONTACT TO WS-AUDIT-OLDVAL
               MOVE SUPPLIER-CONTACT TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.
           IF OLD-SUPPLIER-LEAD-DAYS NOT = SUPPLIER-LEAD-DAYS
               MOVE "SUP-LEADDAYS" TO WS-AUDIT-FIELD
               MOVE OLD-SUPPLIER-LEAD-DAYS TO WS-AUDIT-OLDVAL
               MOVE SUPPLIER-LEAD-DAYS TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.
           IF OLD-SUPPLIER-NET-DAYS NOT = SUPPLIER-NET-DAYS
               MOVE "SUP-NETDAYS" TO WS-AUDIT-FIELD
               MOVE OLD-SUPPLIER-NET-DAYS TO WS-AUDIT-OLDVAL
               MOVE SUPPLIER-NET-DAYS TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.
           IF OLD-SUPPLIER-DISC-PCT NOT = SUPPLIER-DISC-PCT
               MOVE "SUP-DISCPCT" TO WS-AUDIT-FIELD
               MOVE OLD-SUPPLIER-DISC-PCT TO WS-SUP-DISC-EDIT
               MOVE WS-SUP-DISC-EDIT TO WS-AUDIT-OLDVAL
               MOVE SUPPLIER-DISC-PCT TO WS-SUP-DISC-EDIT
               MOVE WS-SUP-DISC-EDIT TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.
           IF OLD-SUPPLIER-DISC-DAYS NOT = SUPPLIER-DISC-DAYS
               MOVE "SUP-DISCDAYS" TO WS-AUDIT-FIELD
               MOVE OLD-SUPPLIER-DISC-DAYS TO WS-AUDIT-OLDVAL
               MOVE SUPPLIER-DISC-DAYS TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.

      *> Early-payment discount terms.  The percentage is keyed as
      *> text so that a blank entry keeps what is on the record (a
      *> new supplier starts at zero); a zero percentage clears the
      *> discount days as well.
       SUPPLIER-ACCEPT-DISCOUNT.
           DISPLAY "Early-Payment Discount % (blank = "
               "no change): " NO ADVANCING
           MOVE SPACES TO WS-SUP-DISC-TEXT.
           ACCEPT WS-SUP-DISC-TEXT.
           IF WS-SUP-DISC-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-SUP-DISC-TEXT) = 0
                       AND FUNCTION NUMVAL (WS-SUP-DISC-TEXT) >= 0
                       AND FUNCTION NUMVAL (WS-SUP-DISC-TEXT) < 100
                   COMPUTE SUPPLIER-DISC-PCT =
                       FUNCTION NUMVAL (WS-SUP-DISC-TEXT)
               ELSE
                   DISPLAY "Invalid discount % - left unchanged."
               END-IF
           END-IF.
           IF SUPPLIER-DISC-PCT = ZERO
               MOVE ZERO TO SUPPLIER-DISC-DAYS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Discount Days: " NO ADVANCING
           ACCEPT SUPPLIER-DISC-DAYS.
           IF SUPPLIER-DISC-DAYS > SUPPLIER-NET-DAYS
               DISPLAY "Discount days cannot exceed net days - "
                   "set to " SUPPLIER-NET-DAYS "."
               MOVE SUPPLIER-NET-DAYS TO SUPPLIER-DISC-DAYS
           END-IF.

       SUPPLIER-SHOW-TERMS.
           IF SUPPLIER-DISC-PCT > ZERO
               MOVE SUPPLIER-DISC-PCT TO WS-SUP-DISC-EDIT
               DISPLAY "Terms: " WS-SUP-DISC-EDIT "% "
                   SUPPLIER-DISC-DAYS " days, net "
                   SUPPLIER-NET-DAYS
           ELSE
               DISPLAY "Terms: net " SUPPLIER-NET-DAYS " days"
           END-IF.

       SUPPLIER-VIEW.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS NOT = "00"
               DISPLAY "No supplier file exists yet!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SUP-EOF.
           PERFORM UNTIL WS-SUP-EOF = 'Y'
               READ SUPPLIER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUP-EOF
                   NOT AT END
                       DISPLAY "Code: " SUPPLIER-CODE
                       DISPLAY "Name: " SUPPLIER-NAME
                       DISPLAY "Contact: " SUPPLIER-CONTACT
                       DISPLAY "Lead-Time Days: " SUPPLIER-LEAD-DAYS
                       PERFORM SUPPLIER-SHOW-TERMS
                       DISPLAY "===================================="
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       SUPPLIER-DELETE.
           OPEN I-O SUPPLIER-FILE.
           IF SUP-FILESTATUS NOT = "00"
               DISPLAY "No supplier file exists yet!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Supplier Code to delete: " NO ADVANCING
           ACCEPT SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "Supplier not found!"
                   CLOSE SUPPLIER-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.

      *> A supplier still named on inventory records can't be
      *> deleted, or those items would point at a code that no
      *> longer exists.
           MOVE ZERO TO WS-SUP-REF-COUNT.
           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS = "00"
               PERFORM UNTIL FILESTATUS NOT = "00"
                   READ INVENTORY-FILE
                       AT END
                           MOVE "10" TO FILESTATUS
                       NOT AT END
                           IF ITEM-SUPPLIER-CODE = SUPPLIER-CODE
                               ADD 1 TO WS-SUP-REF-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF FILESTATUS NOT = "10"
                   DISPLAY "Error scanning inventory (status "
                       FILESTATUS ") - supplier not deleted."
                   CLOSE INVENTORY-FILE
                   CLOSE SUPPLIER-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
               CLOSE INVENTORY-FILE
           END-IF.
           IF WS-SUP-REF-COUNT > ZERO
               DISPLAY "Supplier is the preferred supplier of "
                   WS-SUP-REF-COUNT " item(s) - not deleted."
               CLOSE SUPPLIER-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Delete supplier " SUPPLIER-CODE " - "
               SUPPLIER-NAME "? (Y/N): " NO ADVANCING
           ACCEPT WS-SUP-CONFIRM.
           IF WS-SUP-CONFIRM = 'Y' OR WS-SUP-CONFIRM = 'y'
               DELETE SUPPLIER-FILE
                   INVALID KEY
                       DISPLAY "Error deleting supplier!"
                   NOT INVALID
                       DISPLAY "Supplier successfully deleted!"
                       MOVE SUPPLIER-CODE TO ITEM-CODE
                       MOVE "SUPPLIER-DELETE" TO WS-AUDIT-FIELD
                       MOVE SUPPLIER-CODE TO WS-AUDIT-OLDVAL
                       MOVE SPACES TO WS-AUDIT-NEWVAL
                       PERFORM AUDIT-WRITE-ENTRY
               END-DELETE
           END-IF.
           CLOSE SUPPLIER-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> Warns (but does not refuse) when an entered preferred
      *> supplier code is not on the supplier file -- the supplier
      *> may simply not have been set up yet.
       CHECK-SUPPLIER-EXISTS.
           IF ITEM-SUPPLIER-CODE NOT = SPACES
               MOVE ITEM-SUPPLIER-CODE TO WS-CUR-SUPPLIER
               OPEN INPUT SUPPLIER-FILE
               IF SUP-FILESTATUS = "00"
                   MOVE WS-CUR-SUPPLIER TO SUPPLIER-CODE
                   READ SUPPLIER-FILE
                       INVALID KEY
                           DISPLAY "Warning: supplier "
                               WS-CUR-SUPPLIER " is not on the "
                               "supplier file."
                   END-READ
                   CLOSE SUPPLIER-FILE
               ELSE
                   DISPLAY "Warning: no supplier file exists yet."
               END-IF
           END-IF.

       OPERATOR-MENU.
           MOVE "OPER-MAINT" TO WS-PERM-FUNCTION.
           PERFORM REQUIRE-SUPERVISOR.
           IF WS-PERM-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-OPER-DONE.
           PERFORM UNTIL WS-OPER-DONE = 'Y'
               CALL "SYSTEM" USING "CLS"
               DISPLAY "======================================="
               DISPLAY "        OPERATOR MAINTENANCE"
               DISPLAY "======================================="
               DISPLAY "1. Add Operator"
               DISPLAY "2. Update Operator"
               DISPLAY "3. View Operators"
               DISPLAY "4. Return to Main Menu"
               DISPLAY "Enter option: " NO ADVANCING
               ACCEPT WS-OPER-OPTION
               EVALUATE WS-OPER-OPTION
                   WHEN 1 PERFORM OPERATOR-ADD
                   WHEN 2 PERFORM OPERATOR-UPDATE
                   WHEN 3 PERFORM OPERATOR-VIEW
                   WHEN 4 MOVE 'Y' TO WS-OPER-DONE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.

       OPERATOR-ADD.
           OPEN I-O OPERATOR-FILE.
           IF OPER-FILESTATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.
           DISPLAY "Enter Operator ID: " NO ADVANCING
           ACCEPT OPER-ID.
           IF OPER-ID = SPACES
               DISPLAY "Operator ID may not be blank!"
               CLOSE OPERATOR-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   DISPLAY "Operator ID already exists!"
                   CLOSE OPERATOR-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "PIN (up to 6 characters): " NO ADVANCING
           ACCEPT OPER-PIN.
           IF OPER-PIN = SPACES
               DISPLAY "PIN may not be blank!"
               CLOSE OPERATOR-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Role (S = supervisor, C = clerk): " NO ADVANCING
           ACCEPT OPER-ROLE.
           IF OPER-ROLE = 's'
               MOVE 'S' TO OPER-ROLE
           END-IF.
           IF OPER-ROLE NOT = 'S'
               MOVE 'C' TO OPER-ROLE
           END-IF.
           SET OPER-ACTIVE TO TRUE.
      *> The PIN itself never reaches the audit log -- only the
      *> fact that an operator was set up, and by whom.
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Error writing operator!"
               NOT INVALID
                   DISPLAY "Operator added with role " OPER-ROLE "."
                   MOVE OPER-ID TO ITEM-CODE
                   MOVE "OPER-ADD" TO WS-AUDIT-FIELD
                   MOVE SPACES TO WS-AUDIT-OLDVAL
                   MOVE OPER-ROLE TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
           END-WRITE.
           CLOSE OPERATOR-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       OPERATOR-UPDATE.
           OPEN I-O OPERATOR-FILE.
           IF OPER-FILESTATUS NOT = "00"
               DISPLAY "No operator file exists yet!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Operator ID to update: " NO ADVANCING
           ACCEPT OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator not found!"
                   CLOSE OPERATOR-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Current role: " OPER-ROLE
               "  Status: " OPER-STATUS
           MOVE OPER-ROLE TO OLD-OPER-ROLE.
           MOVE OPER-STATUS TO OLD-OPER-STATUS.
           MOVE OPER-PIN TO OLD-OPER-PIN.
           DISPLAY "Enter new details "NO ADVANCING
           DISPLAY "(press enter to keep current): "
           DISPLAY "New PIN: " NO ADVANCING
           ACCEPT OPER-PIN.
           IF OPER-PIN = SPACES
               MOVE OLD-OPER-PIN TO OPER-PIN
           END-IF.
           DISPLAY "New Role (S/C): " NO ADVANCING
           ACCEPT OPER-ROLE.
           IF OPER-ROLE = 's'
               MOVE 'S' TO OPER-ROLE
           END-IF.
           IF OPER-ROLE = 'c'
               MOVE 'C' TO OPER-ROLE
           END-IF.
           IF OPER-ROLE NOT = 'S' AND OPER-ROLE NOT = 'C'
               MOVE OLD-OPER-ROLE TO OPER-ROLE
           END-IF.
           DISPLAY "New Status (A = active, D = disabled): "
               NO ADVANCING
           ACCEPT OPER-STATUS.
           IF OPER-STATUS = 'a'
               MOVE 'A' TO OPER-STATUS
           END-IF.
           IF OPER-STATUS = 'd'
               MOVE 'D' TO OPER-STATUS
           END-IF.
           IF OPER-STATUS NOT = 'A' AND OPER-STATUS NOT = 'D'
               MOVE OLD-OPER-STATUS TO OPER-STATUS
           END-IF.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Error updating operator!"
               NOT INVALID
                   DISPLAY "Operator updated."
                   PERFORM AUDIT-UPDATE-OPERATOR
           END-REWRITE.
           CLOSE OPERATOR-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       AUDIT-UPDATE-OPERATOR.
           MOVE OPER-ID TO ITEM-CODE.
           IF OLD-OPER-PIN NOT = OPER-PIN
               MOVE "OPER-PIN" TO WS-AUDIT-FIELD
               MOVE "******" TO WS-AUDIT-OLDVAL
               MOVE "******" TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.
           IF OLD-OPER-ROLE NOT = OPER-ROLE
               MOVE "OPER-ROLE" TO WS-AUDIT-FIELD
               MOVE OLD-OPER-ROLE TO WS-AUDIT-OLDVAL
               MOVE OPER-ROLE TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.
           IF OLD-OPER-STATUS NOT = OPER-STATUS
               MOVE "OPER-STATUS" TO WS-AUDIT-FIELD
               MOVE OLD-OPER-STATUS TO WS-AUDIT-OLDVAL
               MOVE OPER-STATUS TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
           END-IF.

      *> PINs are deliberately not shown.
       OPERATOR-VIEW.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-FILESTATUS NOT = "00"
               DISPLAY "No operator file exists yet!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-OPER-EOF.
           PERFORM UNTIL WS-OPER-EOF = 'Y'
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OPER-EOF
                   NOT AT END
                       DISPLAY "ID: " OPER-ID
                           "  Role: " OPER-ROLE
                           "  Status: " OPER-STATUS
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       XREF-MENU.
           MOVE 'N' TO WS-XREF-DONE.
           PERFORM UNTIL WS-XREF-DONE = 'Y'
               CALL "SYSTEM" USING "CLS"
               DISPLAY "======================================="
               DISPLAY "     ITEM CROSS-REFERENCE CODES"
               DISPLAY "======================================="
               DISPLAY "1. Add Alternate Code"
               DISPLAY "2. List Codes for an Item"
               DISPLAY "3. Delete Alternate Code"
               DISPLAY "4. Return to Main Menu"
               DISPLAY "Enter option: " NO ADVANCING
               ACCEPT WS-XREF-OPTION
               EVALUATE WS-XREF-OPTION
                   WHEN 1 PERFORM XREF-ADD
                   WHEN 2 PERFORM XREF-LIST-FOR-ITEM
                   WHEN 3 PERFORM XREF-DELETE
                   WHEN 4 MOVE 'Y' TO WS-XREF-DONE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.

       XREF-ADD.
           OPEN I-O XREF-FILE.
           IF XREF-FILESTATUS = "35"
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF.
           DISPLAY "Alternate code (barcode / part no.): "
               NO ADVANCING
           ACCEPT XREF-ALT-CODE.
           IF XREF-ALT-CODE = SPACES
               DISPLAY "Alternate code may not be blank!"
               CLOSE XREF-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   DISPLAY "That code is already mapped to "
                       XREF-ITEM-CODE "!"
                   CLOSE XREF-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Maps to Item Code: " NO ADVANCING
           ACCEPT XREF-ITEM-CODE.
      *> The target item must exist -- a scan that resolves to a
      *> code the inventory file has never heard of helps nobody.
           MOVE XREF-ITEM-CODE TO ITEM-CODE.
           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS = "00"
               READ INVENTORY-FILE KEY IS ITEM-CODE
                   INVALID KEY
                       DISPLAY "Item " XREF-ITEM-CODE " is not on "
                           "the inventory file - not added."
                       CLOSE INVENTORY-FILE
                       CLOSE XREF-FILE
                       DISPLAY "[SYSTEM] Press any key to "
                           "continue..."
                       ACCEPT WS-WAITFORINPUT
                       EXIT PARAGRAPH
               END-READ
               CLOSE INVENTORY-FILE
           END-IF.
           DISPLAY "Type (B = barcode, V = vendor part no.): "
               NO ADVANCING
           ACCEPT WS-XREF-CONFIRM.
           IF WS-XREF-CONFIRM = 'V' OR WS-XREF-CONFIRM = 'v'
               MOVE "VENDOR" TO XREF-TYPE
               DISPLAY "Supplier Code: " NO ADVANCING
               ACCEPT XREF-SUPPLIER
           ELSE
               MOVE "BARCODE" TO XREF-TYPE
               MOVE SPACES TO XREF-SUPPLIER
           END-IF.
           WRITE XREF-RECORD
               INVALID KEY
                   DISPLAY "Error writing cross-reference!"
               NOT INVALID
                   DISPLAY "Alternate code added."
                   MOVE XREF-ITEM-CODE TO ITEM-CODE
                   MOVE "XREF-ADD" TO WS-AUDIT-FIELD
                   MOVE SPACES TO WS-AUDIT-OLDVAL
                   MOVE XREF-ALT-CODE TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
           END-WRITE.
           CLOSE XREF-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       XREF-LIST-FOR-ITEM.
           OPEN INPUT XREF-FILE.
           IF XREF-FILESTATUS NOT = "00"
               DISPLAY "No cross-reference file exists yet!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Item Code (blank for all): " NO ADVANCING
           ACCEPT WS-XREF-LIST-ITEM.
           MOVE ZERO TO WS-XREF-HITS.
           MOVE 'N' TO WS-XREF-EOF.
           PERFORM UNTIL WS-XREF-EOF = 'Y'
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF
                   NOT AT END
                       IF WS-XREF-LIST-ITEM = SPACES
                               OR XREF-ITEM-CODE
                                   = WS-XREF-LIST-ITEM
                           ADD 1 TO WS-XREF-HITS
                           DISPLAY XREF-ALT-CODE " -> "
                               XREF-ITEM-CODE "  " XREF-TYPE
                               "  " XREF-SUPPLIER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-XREF-HITS = ZERO
               DISPLAY "No alternate codes on file."
           ELSE
               DISPLAY WS-XREF-HITS " alternate code(s)."
           END-IF.
           CLOSE XREF-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       XREF-DELETE.
           OPEN I-O XREF-FILE.
           IF XREF-FILESTATUS NOT = "00"
               DISPLAY "No cross-reference file exists yet!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Alternate code to delete: " NO ADVANCING
           ACCEPT XREF-ALT-CODE.
           READ XREF-FILE
               INVALID KEY
                   DISPLAY "Alternate code not found!"
                   CLOSE XREF-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Delete " XREF-ALT-CODE " -> " XREF-ITEM-CODE
               "? (Y/N): " NO ADVANCING
           ACCEPT WS-XREF-CONFIRM.
           IF WS-XREF-CONFIRM = 'Y' OR WS-XREF-CONFIRM = 'y'
               DELETE XREF-FILE
                   INVALID KEY
                       DISPLAY "Error deleting cross-reference!"
                   NOT INVALID
                       DISPLAY "Alternate code deleted."
                       MOVE XREF-ITEM-CODE TO ITEM-CODE
                       MOVE "XREF-DELETE" TO WS-AUDIT-FIELD
                       MOVE XREF-ALT-CODE TO WS-AUDIT-OLDVAL
                       MOVE SPACES TO WS-AUDIT-NEWVAL
                       PERFORM AUDIT-WRITE-ENTRY
               END-DELETE
           END-IF.
           CLOSE XREF-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       KIT-MENU.
           MOVE 'N' TO WS-KIT-DONE.
           PERFORM UNTIL WS-KIT-DONE = 'Y'
               CALL "SYSTEM" USING "CLS"
               DISPLAY "======================================="
               DISPLAY "          KITS AND BUNDLES"
               DISPLAY "======================================="
               DISPLAY "1. Add / Change Kit Component"
               DISPLAY "2. Remove Kit Component"
               DISPLAY "3. View Kit"
               DISPLAY "4. Assemble Kits"
               DISPLAY "5. Disassemble Kits"
               DISPLAY "6. Kit Listing Report"
               DISPLAY "7. Return to Main Menu"
               DISPLAY "Enter option: " NO ADVANCING
               ACCEPT WS-KIT-OPTION
               EVALUATE WS-KIT-OPTION
                   WHEN 1 PERFORM KIT-ADD-COMPONENT
                   WHEN 2 PERFORM KIT-REMOVE-COMPONENT
                   WHEN 3 PERFORM KIT-VIEW
                   WHEN 4 PERFORM KIT-ASSEMBLE
                   WHEN 5 PERFORM KIT-DISASSEMBLE
                   WHEN 6 PERFORM KIT-LISTING-REPORT
                   WHEN 7 MOVE 'Y' TO WS-KIT-DONE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.

      *> Kits are one level deep: a component may not itself be a
      *> kit, and a kit may not go into another kit, so building
      *> one never has to chase components of components. Keying
      *> a component already on the kit changes its quantity.
       KIT-ADD-COMPONENT.
           DISPLAY "Kit Item Code: " NO ADVANCING
           ACCEPT WS-KIT-CODE.
           DISPLAY "Component Item Code: " NO ADVANCING
           ACCEPT WS-KIT-COMP-IN.
           IF WS-KIT-CODE = SPACES OR WS-KIT-COMP-IN = SPACES
                   OR WS-KIT-CODE = WS-KIT-COMP-IN
               DISPLAY "Kit and component must be two different "
                   "items!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS NOT = "00"
               DISPLAY "Cannot open inventory file (status "
                   FILESTATUS ")!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-KIT-OK.
           MOVE WS-KIT-COMP-IN TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "Component " WS-KIT-COMP-IN " is not on "
                       "the inventory file!"
                   MOVE 'N' TO WS-KIT-OK
           END-READ.
           MOVE WS-KIT-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   DISPLAY "Kit " WS-KIT-CODE " is not on the "
                       "inventory file - add it as an item first!"
                   MOVE 'N' TO WS-KIT-OK
           END-READ.
           CLOSE INVENTORY-FILE.
           IF WS-KIT-OK NOT = 'Y'
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O KIT-FILE.
           IF KIT-FILESTATUS = "35"
               OPEN OUTPUT KIT-FILE
               CLOSE KIT-FILE
               OPEN I-O KIT-FILE
           END-IF.
           PERFORM KIT-CHECK-NESTING.
           IF WS-KIT-OK NOT = 'Y'
               CLOSE KIT-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-KIT-CODE TO KIT-CODE.
           MOVE WS-KIT-COMP-IN TO KIT-COMP-CODE.
           MOVE ZERO TO WS-KIT-QTY-OLD.
           READ KIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   MOVE KIT-COMP-QTY TO WS-KIT-QTY-OLD
                   DISPLAY "Component is already on the kit, "
                       WS-KIT-QTY-OLD " per kit."
           END-READ.
           IF WS-KIT-QTY-OLD = ZERO
                   AND WS-KIT-COMP-COUNT NOT < 20
               DISPLAY "Kit " WS-KIT-CODE " already has 20 "
                   "components - no more can be added!"
               CLOSE KIT-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Number of this component in one kit -".
           PERFORM VALIDATE-MOVE-QUANTITY.

           MOVE WS-KIT-CODE TO KIT-CODE.
           MOVE WS-KIT-COMP-IN TO KIT-COMP-CODE.
           MOVE WS-MOVE-QTY TO KIT-COMP-QTY.
           MOVE WS-KIT-CODE TO ITEM-CODE.
           MOVE SPACES TO WS-AUDIT-NEWVAL.
           STRING
               WS-KIT-COMP-IN " X " WS-MOVE-QTY
           DELIMITED BY SIZE INTO WS-AUDIT-NEWVAL.
           IF WS-KIT-QTY-OLD = ZERO
               WRITE KIT-RECORD
                   INVALID KEY
                       DISPLAY "Error writing kit component!"
                   NOT INVALID
                       DISPLAY "Component added to kit."
                       MOVE "KIT-COMP-ADD" TO WS-AUDIT-FIELD
                       MOVE SPACES TO WS-AUDIT-OLDVAL
                       PERFORM AUDIT-WRITE-ENTRY
               END-WRITE
           ELSE
               REWRITE KIT-RECORD
                   INVALID KEY
                       DISPLAY "Error updating kit component!"
                   NOT INVALID
                       DISPLAY "Component quantity changed."
                       MOVE "KIT-COMP-CHG" TO WS-AUDIT-FIELD
                       MOVE SPACES TO WS-AUDIT-OLDVAL
                       STRING
                           WS-KIT-COMP-IN " X " WS-KIT-QTY-OLD
                       DELIMITED BY SIZE INTO WS-AUDIT-OLDVAL
                       PERFORM AUDIT-WRITE-ENTRY
               END-REWRITE
           END-IF.
           CLOSE KIT-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> Refuses (WS-KIT-OK = 'N') a component that is itself a kit
      *> or a kit that already sits inside another kit, and leaves
      *> the kit's current component count in WS-KIT-COMP-COUNT for
      *> the size check. Expects KIT-FILE open.
       KIT-CHECK-NESTING.
           MOVE 'Y' TO WS-KIT-OK.
           MOVE WS-KIT-CODE TO WS-KIT-LAST-CODE.
           MOVE WS-KIT-COMP-IN TO WS-KIT-CODE.
           PERFORM KIT-LOAD-COMPONENTS.
           MOVE WS-KIT-LAST-CODE TO WS-KIT-CODE.
           IF WS-KIT-IS-KIT = 'Y'
               DISPLAY WS-KIT-COMP-IN " is itself a kit - kits "
                   "cannot be put inside kits!"
               MOVE 'N' TO WS-KIT-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO KIT-KEY.
           MOVE 'N' TO WS-KIT-EOF.
           START KIT-FILE KEY IS NOT LESS THAN KIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-KIT-EOF
           END-START.
           PERFORM UNTIL WS-KIT-EOF = 'Y'
               READ KIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-KIT-EOF
                   NOT AT END
                       IF KIT-COMP-CODE = WS-KIT-CODE
                           DISPLAY WS-KIT-CODE " is a component of "
                               "kit " KIT-CODE " - kits cannot be "
                               "put inside kits!"
                           MOVE 'N' TO WS-KIT-OK
                           MOVE 'Y' TO WS-KIT-EOF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM KIT-LOAD-COMPONENTS.

       KIT-REMOVE-COMPONENT.
           OPEN I-O KIT-FILE.
           IF KIT-FILESTATUS NOT = "00"
               DISPLAY "No kit definitions on file yet!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Kit Item Code: " NO ADVANCING
           ACCEPT KIT-CODE.
           DISPLAY "Component Item Code: " NO ADVANCING
           ACCEPT KIT-COMP-CODE.
           READ KIT-FILE
               INVALID KEY
                   DISPLAY "That component is not on the kit!"
                   CLOSE KIT-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Remove " KIT-COMP-CODE " x " KIT-COMP-QTY
               " from kit " KIT-CODE "? (Y/N): " NO ADVANCING
           ACCEPT WS-KIT-CONFIRM.
           IF WS-KIT-CONFIRM = 'Y' OR WS-KIT-CONFIRM = 'y'
               DELETE KIT-FILE
                   INVALID KEY
                       DISPLAY "Error removing kit component!"
                   NOT INVALID
                       DISPLAY "Component removed from kit."
                       MOVE KIT-CODE TO ITEM-CODE
                       MOVE "KIT-COMP-DEL" TO WS-AUDIT-FIELD
                       MOVE SPACES TO WS-AUDIT-OLDVAL
                       STRING
                           KIT-COMP-CODE " X " KIT-COMP-QTY
                       DELIMITED BY SIZE INTO WS-AUDIT-OLDVAL
                       MOVE SPACES TO WS-AUDIT-NEWVAL
                       PERFORM AUDIT-WRITE-ENTRY
               END-DELETE
           END-IF.
           CLOSE KIT-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       KIT-VIEW.
           DISPLAY "Kit Item Code: " NO ADVANCING
           ACCEPT WS-KIT-CODE.
           PERFORM KIT-LOAD-FOR-ITEM.
           IF WS-KIT-IS-KIT NOT = 'Y'
               DISPLAY WS-KIT-CODE " has no kit components on file."
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS NOT = "00"
               DISPLAY "Cannot open inventory file (status "
                   FILESTATUS ")!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KIT-AT-LOC.
           PERFORM KIT-COMPUTE-BUILDABLE.
           IF WS-KIT-OK NOT = 'Y'
               DISPLAY "Kit item " WS-KIT-CODE " is not on the "
                   "inventory file!"
               CLOSE INVENTORY-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Kit " WS-KIT-CODE "  " ITEM-NAME.
           DISPLAY "COMPONENT   NAME                           "
               "PER KIT  ON HAND    ATS   UNIT COST".
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COMP-COUNT
               MOVE WS-KC-ATS (WS-KIT-SUB) TO WS-KIT-ATS-EDIT
               MOVE WS-KC-UNIT-COST (WS-KIT-SUB) TO WS-KIT-COST-EDIT
               DISPLAY WS-KC-ITEM-CODE (WS-KIT-SUB) "  "
                   WS-KC-NAME (WS-KIT-SUB) " "
                   WS-KC-QTY (WS-KIT-SUB) "    "
                   WS-KC-ON-HAND (WS-KIT-SUB) " "
                   WS-KIT-ATS-EDIT " " WS-KIT-COST-EDIT
           END-PERFORM.
           COMPUTE WS-CO-ATS = STOCK-QUANTITY - ITEM-ALLOCATED-QTY.
           MOVE WS-CO-ATS TO WS-KIT-ATS-EDIT.
           DISPLAY "Made-up kits on hand: " STOCK-QUANTITY
               "  Allocated: " ITEM-ALLOCATED-QTY
               "  Available: " WS-KIT-ATS-EDIT.
           COMPUTE WS-CO-ATS = WS-CO-ATS + WS-KIT-BUILDABLE.
           MOVE WS-CO-ATS TO WS-KIT-ATS-EDIT.
           DISPLAY "Buildable from components: " WS-KIT-BUILDABLE
               "  Kit available to sell: " WS-KIT-ATS-EDIT.
           MOVE WS-KIT-COST TO WS-KIT-COST-EDIT.
           MOVE UNIT-PRICE TO WS-KIT-PRICE-EDIT.
           DISPLAY "Component cost per kit: " WS-KIT-COST-EDIT
               "  Kit price: " WS-KIT-PRICE-EDIT.
           CLOSE INVENTORY-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> Made-up kits are built ahead of a busy spell: the
      *> components come out and the kits go in at the one
      *> location, both sides journalled as ASM so the stock moves
      *> without reading as a sale or a receipt. The kit side
      *> carries the component cost, so the ledger nets to nothing,
      *> and that cost is averaged into the kit's unit cost.
       KIT-ASSEMBLE.
           PERFORM KIT-OPEN-FOR-MOVE.
           IF WS-KIT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Kits to assemble -".
           PERFORM VALIDATE-MOVE-QUANTITY.
           MOVE WS-MOVE-QTY TO WS-KIT-QTY.
           MOVE WS-MOVE-LOC TO WS-KIT-AT-LOC.
           PERFORM KIT-COMPUTE-BUILDABLE.
           IF WS-KIT-OK NOT = 'Y'
               DISPLAY "Kit " WS-KIT-CODE " is in use by another "
                   "operator - try again."
               PERFORM KIT-CLOSE-AFTER-MOVE
               EXIT PARAGRAPH
           END-IF.
           IF WS-KIT-QTY > WS-KIT-BUILDABLE
               DISPLAY "Components at " WS-KIT-AT-LOC " make only "
                   WS-KIT-BUILDABLE " kit(s) - nothing assembled."
               PERFORM KIT-CLOSE-AFTER-MOVE
               EXIT PARAGRAPH
           END-IF.
           IF STOCK-QUANTITY + WS-KIT-QTY > 99999
               DISPLAY "Kit quantity would exceed 99999 - nothing "
                   "assembled."
               PERFORM KIT-CLOSE-AFTER-MOVE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KIT-COST TO WS-KIT-COST-EDIT.
           DISPLAY "Assemble " WS-KIT-QTY " x " WS-KIT-CODE " at "
               WS-KIT-AT-LOC " (component cost " WS-KIT-COST-EDIT
               " each)? (Y/N): " NO ADVANCING
           ACCEPT WS-KIT-CONFIRM.
           IF WS-KIT-CONFIRM NOT = 'Y' AND WS-KIT-CONFIRM NOT = 'y'
               DISPLAY "Nothing assembled."
               PERFORM KIT-CLOSE-AFTER-MOVE
               EXIT PARAGRAPH
           END-IF.

           MOVE "ASM" TO WS-KIT-MOVE-TYPE.
           MOVE "KIT-ASSEMBLE" TO WS-KIT-AUDIT.
           MOVE "ASSEMBLY" TO WS-MOVE-REASON.
           PERFORM KIT-ISSUE-COMPONENTS.
      *> The kits are worth what their components actually came
      *> off the layers at, not the estimate shown above.
           COMPUTE WS-KIT-COST ROUNDED = WS-KIT-FIFO-TOTAL / WS-KIT-QTY.

           MOVE WS-KIT-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FILESTATUS NOT = "00"
               DISPLAY "Kit " WS-KIT-CODE " could not be re-read "
                   "(status " FILESTATUS ") - components are out, "
                   "add the kits by hand!"
               PERFORM KIT-CLOSE-AFTER-MOVE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-MOVE-LOCATION-SUB.
           MOVE STOCK-QUANTITY TO OLD-STOCK-QUANTITY.
           MOVE ITEM-UNIT-COST TO OLD-UNIT-COST.
           IF STOCK-QUANTITY > ZERO AND ITEM-UNIT-COST > ZERO
               COMPUTE ITEM-UNIT-COST ROUNDED =
                   (STOCK-QUANTITY * ITEM-UNIT-COST
                       + WS-KIT-QTY * WS-KIT-COST)
                   / (STOCK-QUANTITY + WS-KIT-QTY)
           ELSE
               MOVE WS-KIT-COST TO ITEM-UNIT-COST
           END-IF.
           ADD WS-KIT-QTY TO STOCK-QUANTITY.
           ADD WS-KIT-QTY TO LOC-QUANTITY (WS-MOVE-SUB).
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating kit " WS-KIT-CODE "!"
               NOT INVALID
                   DISPLAY "Assembled - kits on hand now "
                       STOCK-QUANTITY
                   MOVE "KIT-ASSEMBLE" TO WS-AUDIT-FIELD
                   MOVE OLD-STOCK-QUANTITY TO WS-AUDIT-OLDVAL
                   MOVE STOCK-QUANTITY TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
                   PERFORM AUDIT-COST-IF-CHANGED
                   MOVE "ASM" TO WS-MOVE-TYPE
                   MOVE WS-KIT-QTY TO WS-MOVE-QTY
                   MOVE WS-KIT-AT-LOC TO WS-MOVE-LOC
                   MOVE WS-KIT-QTY TO WS-LAYER-QTY
                   MOVE WS-KIT-COST TO WS-LAYER-COST
                   MOVE "ASM" TO WS-LAYER-SOURCE
                   MOVE WS-MOVE-REASON TO WS-LAYER-REF
                   PERFORM LAYER-ADD
                   MOVE WS-KIT-FIFO-TOTAL TO WS-MOVE-COST
                   PERFORM MOVEMENT-WRITE-ENTRY
                   PERFORM BACKORDER-ALLOCATE
           END-REWRITE.
           PERFORM KIT-CLOSE-AFTER-MOVE.

      *> The reverse: made-up kits broken back into their parts at
      *> one location, which every component must already stock.
      *> Only kits not promised to customer orders can be broken.
       KIT-DISASSEMBLE.
           PERFORM KIT-OPEN-FOR-MOVE.
           IF WS-KIT-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Kits to break down -".
           PERFORM VALIDATE-MOVE-QUANTITY.
           MOVE WS-MOVE-QTY TO WS-KIT-QTY.
           MOVE WS-MOVE-LOC TO WS-KIT-AT-LOC.
           PERFORM KIT-COMPUTE-BUILDABLE.
           IF WS-KIT-OK NOT = 'Y'
               DISPLAY "Kit " WS-KIT-CODE " is in use by another "
                   "operator - try again."
               PERFORM KIT-CLOSE-AFTER-MOVE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CO-ATS = STOCK-QUANTITY - ITEM-ALLOCATED-QTY.
           IF WS-KIT-QTY > WS-CO-ATS
                   OR WS-KIT-QTY > LOC-QUANTITY (WS-MOVE-SUB)
               DISPLAY "Not enough unallocated kits at "
                   WS-KIT-AT-LOC " - nothing broken down."
               PERFORM KIT-CLOSE-AFTER-MOVE
               EXIT PARAGRAPH
           END-IF.
           IF WS-KIT-NO-SLOT > ZERO
               DISPLAY WS-KIT-NO-SLOT " component(s) have no "
                   WS-KIT-AT-LOC " location - nothing broken down."
               PERFORM KIT-CLOSE-AFTER-MOVE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Break down " WS-KIT-QTY " x " WS-KIT-CODE
               " at " WS-KIT-AT-LOC "? (Y/N): " NO ADVANCING
           ACCEPT WS-KIT-CONFIRM.
           IF WS-KIT-CONFIRM NOT = 'Y' AND WS-KIT-CONFIRM NOT = 'y'
               DISPLAY "Nothing broken down."
               PERFORM KIT-CLOSE-AFTER-MOVE
               EXIT PARAGRAPH
           END-IF.

           MOVE STOCK-QUANTITY TO OLD-STOCK-QUANTITY.
           SUBTRACT WS-KIT-QTY FROM STOCK-QUANTITY.
           SUBTRACT WS-KIT-QTY FROM LOC-QUANTITY (WS-MOVE-SUB).
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating kit " WS-KIT-CODE
                       " - nothing broken down."
                   PERFORM KIT-CLOSE-AFTER-MOVE
                   EXIT PARAGRAPH
           END-REWRITE.
           DISPLAY "Broken down - kits on hand now " STOCK-QUANTITY.
           MOVE "KIT-DISASSEMBLE" TO WS-AUDIT-FIELD.
           MOVE OLD-STOCK-QUANTITY TO WS-AUDIT-OLDVAL.
           MOVE STOCK-QUANTITY TO WS-AUDIT-NEWVAL.
           PERFORM AUDIT-WRITE-ENTRY.
           MOVE "ASM" TO WS-MOVE-TYPE.
           MOVE WS-KIT-QTY TO WS-MOVE-QTY.
           MOVE "DISASSEMBL" TO WS-MOVE-REASON.
           MOVE WS-KIT-QTY TO WS-LAYER-QTY.
           MOVE SPACES TO WS-LAYER-REF.
           PERFORM LAYER-CONSUME.
           MOVE WS-LAYER-COGS TO WS-MOVE-COST.
      *> What the kits stood at is shared back over the components
      *> in proportion to their current unit costs.
           MOVE 1 TO WS-KIT-SCALE.
           IF WS-KIT-COST > ZERO
               COMPUTE WS-KIT-SCALE ROUNDED =
                   WS-LAYER-COGS / (WS-KIT-QTY * WS-KIT-COST)
           END-IF.
           MOVE 'Y' TO WS-MOVE-NEGATIVE.
           PERFORM MOVEMENT-WRITE-ENTRY.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COMP-COUNT
               PERFORM KIT-RETURN-ONE-COMPONENT
           END-PERFORM.
           PERFORM KIT-CLOSE-AFTER-MOVE.

      *> Components go back on the shelf at the kit's location and
      *> are offered straight to any backorders waiting on them.
       KIT-RETURN-ONE-COMPONENT.
           MOVE WS-KC-ITEM-CODE (WS-KIT-SUB) TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FILESTATUS NOT = "00"
               DISPLAY "Component " WS-KC-ITEM-CODE (WS-KIT-SUB)
                   " could not be read (status " FILESTATUS
                   ") - not returned, adjust it by hand."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-KIT-NEED = WS-KC-QTY (WS-KIT-SUB) * WS-KIT-QTY.
           IF STOCK-QUANTITY + WS-KIT-NEED > 99999
               DISPLAY "Component " ITEM-CODE " would exceed 99999 "
                   "- not returned, adjust it by hand."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-MOVE-LOCATION-SUB.
           MOVE STOCK-QUANTITY TO OLD-STOCK-QUANTITY.
           ADD WS-KIT-NEED TO STOCK-QUANTITY.
           ADD WS-KIT-NEED TO LOC-QUANTITY (WS-MOVE-SUB).
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating component " ITEM-CODE "!"
               NOT INVALID
                   MOVE "KIT-DISASSEMBLE" TO WS-AUDIT-FIELD
                   MOVE OLD-STOCK-QUANTITY TO WS-AUDIT-OLDVAL
                   MOVE STOCK-QUANTITY TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
                   MOVE "ASM" TO WS-MOVE-TYPE
                   MOVE WS-KIT-NEED TO WS-MOVE-QTY
                   MOVE WS-KIT-AT-LOC TO WS-MOVE-LOC
                   MOVE WS-KIT-NEED TO WS-LAYER-QTY
                   COMPUTE WS-LAYER-COST ROUNDED =
                       WS-KC-UNIT-COST (WS-KIT-SUB) * WS-KIT-SCALE
                   MOVE "ASM" TO WS-LAYER-SOURCE
                   MOVE WS-MOVE-REASON TO WS-LAYER-REF
                   PERFORM LAYER-ADD
                   COMPUTE WS-MOVE-COST = WS-KIT-NEED * WS-LAYER-COST
                   PERFORM MOVEMENT-WRITE-ENTRY
                   PERFORM BACKORDER-ALLOCATE
           END-REWRITE.

      *> Common front of assembly and disassembly: the kit is read
      *> and held, its components loaded, and the location chosen.
      *> WS-KIT-OK = 'N' means the screen has already been closed.
       KIT-OPEN-FOR-MOVE.
           MOVE 'N' TO WS-KIT-OK.
           PERFORM OPEN-INVENTORY-SHARED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Kit Item Code: " NO ADVANCING
           ACCEPT WS-KIT-CODE.
           MOVE WS-KIT-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FILESTATUS = "23"
               DISPLAY "Item not found!"
               PERFORM KIT-CLOSE-AFTER-MOVE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ITEM-LOCKED.
           IF WS-INV-OPEN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM KIT-LOAD-FOR-ITEM.
           IF WS-KIT-IS-KIT NOT = 'Y'
               DISPLAY WS-KIT-CODE " has no kit components on file."
               PERFORM KIT-CLOSE-AFTER-MOVE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  Location " LOC-CODE (1) ": " LOC-QUANTITY (1).
           DISPLAY "  Location " LOC-CODE (2) ": " LOC-QUANTITY (2).
           DISPLAY "Location: " NO ADVANCING
           ACCEPT WS-MOVE-LOC.
           PERFORM FIND-MOVE-LOCATION-SUB.
           IF WS-MOVE-SUB = ZERO
               DISPLAY "Unknown location code!"
               PERFORM KIT-CLOSE-AFTER-MOVE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-KIT-OK.

       KIT-CLOSE-AFTER-MOVE.
           CLOSE INVENTORY-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> Every kit on the definition file with its made-up stock
      *> and how many more the components on hand would make --
      *> on-hand, not available-to-sell, since this is what the
      *> back room could put together tonight -- then its parts.
       KIT-LISTING-REPORT.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "          KIT LISTING REPORT"
           DISPLAY "======================================="
           OPEN INPUT KIT-FILE.
           IF KIT-FILESTATUS NOT = "00"
               DISPLAY "No kit definitions on file yet!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS NOT = "00"
               DISPLAY "Cannot open inventory file (status "
                   FILESTATUS ")!"
               CLOSE KIT-FILE
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE "KITLIST" TO WS-RPT-PREFIX.
           MOVE "KIT LISTING - BUILDABLE FROM STOCK" TO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-COLS.
           STRING
               "KIT CODE   NAME                 ON HAND PARTS "
               "BUILDABLE   COST/KIT      PRICE"
           DELIMITED BY SIZE INTO WS-RPT-COLS.
           PERFORM REPORT-ASK-PRINT.
           DISPLAY WS-RPT-COLS.
           MOVE ZERO TO WS-PAGE-LINE-COUNT.
           MOVE ZERO TO WS-KIT-COUNT.
           MOVE LOW-VALUES TO WS-KIT-LAST-CODE.
           MOVE 'N' TO WS-KIT-LIST-DONE.
           PERFORM UNTIL WS-KIT-LIST-DONE = 'Y'
               MOVE WS-KIT-LAST-CODE TO KIT-CODE
               MOVE HIGH-VALUES TO KIT-COMP-CODE
               START KIT-FILE KEY IS GREATER THAN KIT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-KIT-LIST-DONE
               END-START
               IF WS-KIT-LIST-DONE NOT = 'Y'
                   READ KIT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-KIT-LIST-DONE
                       NOT AT END
                           MOVE KIT-CODE TO WS-KIT-CODE
                           MOVE KIT-CODE TO WS-KIT-LAST-CODE
                           PERFORM KIT-LIST-ONE-KIT
                   END-READ
               END-IF
           END-PERFORM.
           DISPLAY WS-KIT-COUNT " kit(s) listed.".
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               WS-KIT-COUNT " KIT(S) LISTED"
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           PERFORM REPORT-WRITE-LINE.
           PERFORM REPORT-CLOSE.
           CLOSE INVENTORY-FILE.
           CLOSE KIT-FILE.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       KIT-LIST-ONE-KIT.
           ADD 1 TO WS-KIT-COUNT.
           PERFORM KIT-LOAD-COMPONENTS.
           MOVE WS-KIT-CODE TO ITEM-CODE.
           MOVE "*** NOT ON FILE ***" TO WS-KIT-NAME.
           MOVE ZERO TO WS-KIT-ON-HAND.
           MOVE ZERO TO WS-KIT-PRICE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID
                   MOVE ITEM-NAME TO WS-KIT-NAME
                   MOVE STOCK-QUANTITY TO WS-KIT-ON-HAND
                   MOVE UNIT-PRICE TO WS-KIT-PRICE
           END-READ.
           MOVE SPACES TO WS-KIT-AT-LOC.
           PERFORM KIT-COMPUTE-BUILDABLE.
           MOVE WS-KIT-COST TO WS-KIT-COST-EDIT.
           MOVE WS-KIT-PRICE TO WS-KIT-PRICE-EDIT.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING
               WS-KIT-CODE " " WS-KIT-NAME (1:20) " "
               WS-KIT-ON-HAND "   " WS-KIT-COMP-COUNT "    "
               WS-KIT-HAND-BUILD "     " WS-KIT-COST-EDIT " "
               WS-KIT-PRICE-EDIT
           DELIMITED BY SIZE INTO WS-RPT-DETAIL.
           DISPLAY WS-RPT-DETAIL (1:80).
           PERFORM REPORT-WRITE-LINE.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COMP-COUNT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING
                   "    " WS-KC-ITEM-CODE (WS-KIT-SUB) " "
                   WS-KC-NAME (WS-KIT-SUB) (1:20) "  X "
                   WS-KC-QTY (WS-KIT-SUB) "  ON HAND "
                   WS-KC-ON-HAND (WS-KIT-SUB)
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
               DISPLAY WS-RPT-DETAIL (1:80)
               PERFORM REPORT-WRITE-LINE
           END-PERFORM.
           ADD 1 TO WS-PAGE-LINE-COUNT.
           ADD WS-KIT-COMP-COUNT TO WS-PAGE-LINE-COUNT.
           IF WS-PAGE-LINE-COUNT >= WS-PAGE-SIZE
               DISPLAY "-- press any key for more --" NO ADVANCING
               ACCEPT WS-WAITFORINPUT
               MOVE ZERO TO WS-PAGE-LINE-COUNT
           END-IF.

      *> Loads the components of WS-KIT-CODE into the kit table;
      *> WS-KIT-IS-KIT says whether the item is a kit at all.
      *> KIT-LOAD-FOR-ITEM opens and closes the definition file
      *> around it for screens that have no other use for it.
       KIT-LOAD-FOR-ITEM.
           MOVE ZERO TO WS-KIT-COMP-COUNT.
           MOVE 'N' TO WS-KIT-IS-KIT.
           OPEN INPUT KIT-FILE.
           IF KIT-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM KIT-LOAD-COMPONENTS.
           CLOSE KIT-FILE.

       KIT-LOAD-COMPONENTS.
           MOVE ZERO TO WS-KIT-COMP-COUNT.
           MOVE 'N' TO WS-KIT-IS-KIT.
           MOVE WS-KIT-CODE TO KIT-CODE.
           MOVE LOW-VALUES TO KIT-COMP-CODE.
           MOVE 'N' TO WS-KIT-EOF.
           START KIT-FILE KEY IS NOT LESS THAN KIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-KIT-EOF
           END-START.
           PERFORM UNTIL WS-KIT-EOF = 'Y'
               READ KIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-KIT-EOF
                   NOT AT END
                       IF KIT-CODE NOT = WS-KIT-CODE
                           MOVE 'Y' TO WS-KIT-EOF
                       ELSE
                           IF WS-KIT-COMP-COUNT < 20
                                   AND KIT-COMP-QTY > ZERO
                               ADD 1 TO WS-KIT-COMP-COUNT
                               MOVE KIT-COMP-CODE TO WS-KC-ITEM-CODE
                                   (WS-KIT-COMP-COUNT)
                               MOVE KIT-COMP-QTY TO WS-KC-QTY
                                   (WS-KIT-COMP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KIT-COMP-COUNT > ZERO
               MOVE 'Y' TO WS-KIT-IS-KIT
           END-IF.

      *> How many more kits the components will make: the scarcest
      *> component's available-to-sell divided by the number one
      *> kit takes (WS-KIT-BUILDABLE), and the same from plain
      *> on-hand stock (WS-KIT-HAND-BUILD). With WS-KIT-AT-LOC set
      *> only stock at that location counts, and components with
      *> no such location are counted in WS-KIT-NO-SLOT. A
      *> component locked by another operator counts as none. Each
      *> component passes through the item buffer, so the kit
      *> itself is read back at the end; WS-KIT-OK = 'N' if that
      *> fails. Expects the kit table loaded and the inventory file
      *> open.
       KIT-COMPUTE-BUILDABLE.
           MOVE 99999 TO WS-KIT-BUILDABLE.
           MOVE 99999 TO WS-KIT-HAND-BUILD.
           MOVE ZERO TO WS-KIT-COST.
           MOVE ZERO TO WS-KIT-NO-SLOT.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COMP-COUNT
               PERFORM KIT-COMPUTE-ONE-COMPONENT
           END-PERFORM.
           IF WS-KIT-COMP-COUNT = ZERO
               MOVE ZERO TO WS-KIT-BUILDABLE
               MOVE ZERO TO WS-KIT-HAND-BUILD
           END-IF.
           MOVE 'Y' TO WS-KIT-OK.
           MOVE WS-KIT-CODE TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   MOVE 'N' TO WS-KIT-OK
           END-READ.
           IF FILESTATUS NOT = "00"
               MOVE 'N' TO WS-KIT-OK
           END-IF.

       KIT-COMPUTE-ONE-COMPONENT.
           MOVE ZERO TO WS-KC-ON-HAND (WS-KIT-SUB).
           MOVE ZERO TO WS-KC-ATS (WS-KIT-SUB).
           MOVE ZERO TO WS-KC-UNIT-COST (WS-KIT-SUB).
           MOVE "*** NOT ON FILE ***" TO WS-KC-NAME (WS-KIT-SUB).
           MOVE WS-KC-ITEM-CODE (WS-KIT-SUB) TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FILESTATUS = "51"
               MOVE "*** IN USE ***" TO WS-KC-NAME (WS-KIT-SUB)
           END-IF.
           IF FILESTATUS = "00"
               MOVE ITEM-NAME TO WS-KC-NAME (WS-KIT-SUB)
               MOVE STOCK-QUANTITY TO WS-KC-ON-HAND (WS-KIT-SUB)
               MOVE ITEM-UNIT-COST TO WS-KC-UNIT-COST (WS-KIT-SUB)
               COMPUTE WS-KIT-AVAIL =
                   STOCK-QUANTITY - ITEM-ALLOCATED-QTY
               IF WS-KIT-AT-LOC NOT = SPACES
                   MOVE ZERO TO WS-KIT-LOC-SUB
                   IF LOC-CODE (1) = WS-KIT-AT-LOC
                       MOVE 1 TO WS-KIT-LOC-SUB
                   END-IF
                   IF LOC-CODE (2) = WS-KIT-AT-LOC
                       MOVE 2 TO WS-KIT-LOC-SUB
                   END-IF
                   IF WS-KIT-LOC-SUB = ZERO
                       ADD 1 TO WS-KIT-NO-SLOT
                       MOVE ZERO TO WS-KIT-AVAIL
                       MOVE ZERO TO WS-KC-ON-HAND (WS-KIT-SUB)
                   ELSE
                       IF LOC-QUANTITY (WS-KIT-LOC-SUB) < WS-KIT-AVAIL
                           MOVE LOC-QUANTITY (WS-KIT-LOC-SUB)
                               TO WS-KIT-AVAIL
                       END-IF
                       MOVE LOC-QUANTITY (WS-KIT-LOC-SUB)
                           TO WS-KC-ON-HAND (WS-KIT-SUB)
                   END-IF
               END-IF
               MOVE WS-KIT-AVAIL TO WS-KC-ATS (WS-KIT-SUB)
           ELSE
               IF WS-KIT-AT-LOC NOT = SPACES
                   ADD 1 TO WS-KIT-NO-SLOT
               END-IF
           END-IF.
           COMPUTE WS-KIT-COST = WS-KIT-COST
               + WS-KC-QTY (WS-KIT-SUB) * WS-KC-UNIT-COST (WS-KIT-SUB).
           IF WS-KC-ATS (WS-KIT-SUB) > ZERO
               COMPUTE WS-KIT-CAN-BUILD =
                   WS-KC-ATS (WS-KIT-SUB) / WS-KC-QTY (WS-KIT-SUB)
           ELSE
               MOVE ZERO TO WS-KIT-CAN-BUILD
           END-IF.
           IF WS-KIT-CAN-BUILD < WS-KIT-BUILDABLE
               MOVE WS-KIT-CAN-BUILD TO WS-KIT-BUILDABLE
           END-IF.
           COMPUTE WS-KIT-CAN-HAND =
               WS-KC-ON-HAND (WS-KIT-SUB) / WS-KC-QTY (WS-KIT-SUB).
           IF WS-KIT-CAN-HAND < WS-KIT-HAND-BUILD
               MOVE WS-KIT-CAN-HAND TO WS-KIT-HAND-BUILD
           END-IF.

      *> Takes WS-KIT-QTY kits' worth of every component out of
      *> stock -- from WS-KIT-AT-LOC when one is given, otherwise
      *> MAIN first and then ANNEX as an order pickup does. Each
      *> component is audited under WS-KIT-AUDIT and journalled as
      *> WS-KIT-MOVE-TYPE (OUT for a sale, ASM for assembly) with
      *> the reason already in WS-MOVE-REASON. Expects the kit
      *> table loaded, the quantity already checked against
      *> KIT-COMPUTE-BUILDABLE, and the inventory file open I-O.
      *> What the components came off their layers at is totalled
      *> in WS-KIT-FIFO-TOTAL.
       KIT-ISSUE-COMPONENTS.
           MOVE ZERO TO WS-KIT-FIFO-TOTAL.
           PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
                   UNTIL WS-KIT-SUB > WS-KIT-COMP-COUNT
               PERFORM KIT-ISSUE-ONE-COMPONENT
           END-PERFORM.

       KIT-ISSUE-ONE-COMPONENT.
           MOVE WS-KC-ITEM-CODE (WS-KIT-SUB) TO ITEM-CODE.
           READ INVENTORY-FILE KEY IS ITEM-CODE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FILESTATUS NOT = "00"
               DISPLAY "Component " WS-KC-ITEM-CODE (WS-KIT-SUB)
                   " could not be read (status " FILESTATUS
                   ") - not issued, adjust it by hand."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-KIT-NEED = WS-KC-QTY (WS-KIT-SUB) * WS-KIT-QTY.
           IF WS-KIT-NEED > STOCK-QUANTITY
               DISPLAY "Component " ITEM-CODE " has only "
                   STOCK-QUANTITY " on hand - issue short, "
                   "check the floor."
               MOVE STOCK-QUANTITY TO WS-KIT-NEED
           END-IF.
           MOVE STOCK-QUANTITY TO OLD-STOCK-QUANTITY.
           SUBTRACT WS-KIT-NEED FROM STOCK-QUANTITY.
           MOVE ZERO TO WS-KIT-LOC-SUB.
           IF LOC-CODE (1) = WS-KIT-AT-LOC
               MOVE 1 TO WS-KIT-LOC-SUB
           END-IF.
           IF LOC-CODE (2) = WS-KIT-AT-LOC
               MOVE 2 TO WS-KIT-LOC-SUB
           END-IF.
           IF WS-KIT-AT-LOC NOT = SPACES AND WS-KIT-LOC-SUB > ZERO
               IF WS-KIT-NEED > LOC-QUANTITY (WS-KIT-LOC-SUB)
                   MOVE ZERO TO LOC-QUANTITY (WS-KIT-LOC-SUB)
               ELSE
                   SUBTRACT WS-KIT-NEED
                       FROM LOC-QUANTITY (WS-KIT-LOC-SUB)
               END-IF
               MOVE WS-KIT-AT-LOC TO WS-MOVE-LOC
           ELSE
               IF WS-KIT-NEED > LOC-QUANTITY (1)
                   COMPUTE WS-CO-SPLIT =
                       WS-KIT-NEED - LOC-QUANTITY (1)
                   MOVE ZERO TO LOC-QUANTITY (1)
                   IF WS-CO-SPLIT > LOC-QUANTITY (2)
                       MOVE ZERO TO LOC-QUANTITY (2)
                   ELSE
                       SUBTRACT WS-CO-SPLIT FROM LOC-QUANTITY (2)
                   END-IF
               ELSE
                   SUBTRACT WS-KIT-NEED FROM LOC-QUANTITY (1)
               END-IF
               MOVE LOC-CODE (1) TO WS-MOVE-LOC
           END-IF.
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating component " ITEM-CODE "!"
               NOT INVALID
                   MOVE WS-KIT-AUDIT TO WS-AUDIT-FIELD
                   MOVE OLD-STOCK-QUANTITY TO WS-AUDIT-OLDVAL
                   MOVE STOCK-QUANTITY TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
                   IF WS-KIT-NEED > ZERO
                       MOVE WS-KIT-MOVE-TYPE TO WS-MOVE-TYPE
                       MOVE WS-KIT-NEED TO WS-MOVE-QTY
                       IF WS-KIT-MOVE-TYPE = "ASM"
                           MOVE 'Y' TO WS-MOVE-NEGATIVE
                       END-IF
                       PERFORM LAYER-ISSUE
                       ADD WS-LAYER-COGS TO WS-KIT-FIFO-TOTAL
                       PERFORM MOVEMENT-WRITE-ENTRY
                   END-IF
           END-REWRITE.

      *> Counter sale of a kit: made-up kits at the location go
      *> first and the rest are built from components at the same
      *> location, all or nothing -- a kit does not go out the door
      *> with half its contents. The made-up part posts exactly as
      *> a plain issue; each component goes out under the kit code.
      *> Expects the kit in the buffer, held, with WS-CO-ATS set.
       ISSUE-KIT-FROM-COMPONENTS.
           MOVE WS-MOVE-QTY TO WS-KIT-QTY-OLD.
           MOVE ZERO TO WS-KIT-FROM-STOCK.
           IF WS-CO-ATS > ZERO
               MOVE WS-CO-ATS TO WS-KIT-FROM-STOCK
           END-IF.
           IF LOC-QUANTITY (WS-MOVE-SUB) < WS-KIT-FROM-STOCK
               MOVE LOC-QUANTITY (WS-MOVE-SUB) TO WS-KIT-FROM-STOCK
           END-IF.
           COMPUTE WS-KIT-BUILD-QTY =
               WS-KIT-QTY-OLD - WS-KIT-FROM-STOCK.
           MOVE WS-MOVE-LOC TO WS-KIT-AT-LOC.
           PERFORM KIT-COMPUTE-BUILDABLE.
           IF WS-KIT-OK NOT = 'Y'
               DISPLAY "Kit " WS-KIT-CODE " is in use by another "
                   "operator - try again."
               EXIT PARAGRAPH
           END-IF.
           IF WS-KIT-BUILD-QTY > WS-KIT-BUILDABLE
               DISPLAY "Only " WS-KIT-FROM-STOCK " made-up kit(s) "
                   "and " WS-KIT-BUILDABLE " buildable from "
                   "components at " WS-KIT-AT-LOC " - nothing issued."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-KIT-FROM-STOCK " made-up kit(s) and "
               WS-KIT-BUILD-QTY " built from components.".

           IF WS-KIT-FROM-STOCK > ZERO
               MOVE STOCK-QUANTITY TO OLD-STOCK-QUANTITY
               SUBTRACT WS-KIT-FROM-STOCK FROM STOCK-QUANTITY
               SUBTRACT WS-KIT-FROM-STOCK
                   FROM LOC-QUANTITY (WS-MOVE-SUB)
               MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE
               REWRITE INVENTORY-RECORD
                   INVALID KEY
                       DISPLAY "Error updating item - nothing "
                           "issued."
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE "ISSUE-STOCK" TO WS-AUDIT-FIELD
               MOVE OLD-STOCK-QUANTITY TO WS-AUDIT-OLDVAL
               MOVE STOCK-QUANTITY TO WS-AUDIT-NEWVAL
               PERFORM AUDIT-WRITE-ENTRY
               MOVE "OUT" TO WS-MOVE-TYPE
               MOVE WS-KIT-FROM-STOCK TO WS-MOVE-QTY
               PERFORM LAYER-ISSUE
               PERFORM MOVEMENT-WRITE-ENTRY
               PERFORM DISPLAY-ISSUE-MARGIN
           END-IF.

           MOVE UNIT-PRICE TO WS-KIT-SALE-PRICE.
           MOVE WS-KIT-BUILD-QTY TO WS-KIT-QTY.
           MOVE WS-KIT-CODE TO WS-MOVE-REASON.
           MOVE "OUT" TO WS-KIT-MOVE-TYPE.
           MOVE "KIT-ISSUE" TO WS-KIT-AUDIT.
           PERFORM KIT-ISSUE-COMPONENTS.
           IF WS-KIT-BUILD-QTY > ZERO
               COMPUTE WS-MARGIN-EXT =
                   WS-KIT-SALE-PRICE * WS-KIT-BUILD-QTY
                       - WS-KIT-FIFO-TOTAL
               COMPUTE WS-MARGIN ROUNDED =
                   WS-MARGIN-EXT / WS-KIT-BUILD-QTY
               MOVE WS-MARGIN TO WS-MARGIN-EDIT
               MOVE WS-MARGIN-EXT TO WS-MARGIN-EXT-EDIT
               DISPLAY "Margin on built kits: " WS-MARGIN-EDIT
                   " per kit, " WS-MARGIN-EXT-EDIT " on this issue."
           END-IF.
           DISPLAY "Kit issue posted - " WS-KIT-QTY-OLD " x "
               WS-KIT-CODE ".".

      *> The part of a kit order line beyond the made-up kits on
      *> hand is built from components at pickup, as far as they
      *> stretch; whatever they cannot cover goes out short like
      *> any other line. The built kits are added to the line's
      *> settled quantity so a later return can see them.
       SETTLE-KIT-COMPONENTS.
           MOVE SPACES TO WS-KIT-AT-LOC.
           PERFORM KIT-COMPUTE-BUILDABLE.
           IF WS-KIT-BUILD-QTY > WS-KIT-BUILDABLE
               DISPLAY "Kit " WS-KIT-CODE ": only "
                   WS-KIT-BUILDABLE " more can be built from "
                   "components - issue short, check the floor."
               MOVE WS-KIT-BUILDABLE TO WS-KIT-BUILD-QTY
           END-IF.
           IF WS-KIT-BUILD-QTY = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CO-LINE-EXT =
               WS-CO-LINE-PRICE * WS-KIT-BUILD-QTY.
           ADD WS-CO-LINE-EXT TO WS-CO-SETTLE-VALUE.
           MOVE WS-KIT-BUILD-QTY TO WS-KIT-QTY.
           MOVE SPACES TO WS-MOVE-REASON.
           STRING
               "CO " WS-CO-NUMBER
           DELIMITED BY SIZE INTO WS-MOVE-REASON.
           MOVE "OUT" TO WS-KIT-MOVE-TYPE.
           MOVE "KIT-ISSUE" TO WS-KIT-AUDIT.
           PERFORM KIT-ISSUE-COMPONENTS.
           COMPUTE WS-MARGIN-EXT =
               WS-CO-LINE-PRICE * WS-KIT-BUILD-QTY - WS-KIT-FIFO-TOTAL.
           COMPUTE WS-MARGIN ROUNDED =
               WS-MARGIN-EXT / WS-KIT-BUILD-QTY.
           MOVE WS-MARGIN TO WS-MARGIN-EDIT.
           MOVE WS-MARGIN-EXT TO WS-MARGIN-EXT-EDIT.
           DISPLAY WS-KIT-BUILD-QTY " kit(s) built from components"
               " - margin at agreed price: " WS-MARGIN-EDIT
               " per kit, " WS-MARGIN-EXT-EDIT ".".
           ADD WS-KIT-BUILD-QTY TO CO-LINE-SETTLED-QTY.
           REWRITE CUST-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Error recording built kits on order "
                       "line " CO-LINE-NO "!"
           END-REWRITE.

       INVOICE-MENU.
           MOVE 'N' TO WS-SI-DONE.
               DISPLAY "1. Enter Invoice (match against PO)"
               DISPLAY "2. Approve Invoice for Payment"
               DISPLAY "3. View Invoices"
               DISPLAY "4. Payables Aging Report"
               DISPLAY "5. Return to Main Menu"
               DISPLAY "Enter option: " NO ADVANCING
               ACCEPT WS-SI-OPTION
               EVALUATE WS-SI-OPTION
                   WHEN 1 PERFORM SUPPLIER-INVOICE-ENTRY
                   WHEN 2 PERFORM INVOICE-APPROVE
                   WHEN 3 PERFORM INVOICE-VIEW
                   WHEN 4 PERFORM PAYABLES-AGING-REPORT
                   WHEN 5 MOVE 'Y' TO WS-SI-DONE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.
      *> Same verdict pattern as OPEN-PO-MASTER-IO.
       OPEN-INVOICE-IO.
           MOVE 'N' TO WS-SI-OPEN-OK.
           PERFORM CHECK-POSTING-DAY.
           IF WS-DAY-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O INVOICE-FILE.
           IF SI-FILESTATUS = "35"
               OPEN OUTPUT INVOICE-FILE
           MOVE WS-SI-INVOICE-NO TO INV-INVOICE-NO.
           MOVE ZERO TO INV-LINE-NO.
           MOVE 'H' TO INV-REC-TYPE.
           MOVE SPACES TO INV-HEADER-FIELDS.
           MOVE ZERO TO INV-DUE-DATE.
           MOVE ZERO TO INV-DISC-DATE.
           MOVE ZERO TO INV-DISC-PCT.
           MOVE ZERO TO INV-PAID-DATE.
           MOVE ZERO TO INV-PAID-AMT.
           MOVE WS-SI-SUPPLIER TO INV-SUPPLIER-CODE.
           MOVE WS-SI-PO-NUMBER TO INV-PO-NUMBER.
           MOVE WS-BUSINESS-DATE TO INV-DATE.
           IF WS-SI-DISC-COUNT = ZERO
               MOVE "CLEAN" TO INV-STATUS
           ELSE
           END-IF.
           MOVE WS-SI-LINE-SEQ TO INV-LINE-COUNT.
           MOVE WS-SI-TOTAL TO INV-TOTAL-AMT.
           MOVE 'N' TO WS-VALID-FLAG.
           WRITE INVOICE-RECORD
               INVALID KEY
                   DISPLAY "Error writing invoice header!"
               NOT INVALID
                   MOVE 'Y' TO WS-VALID-FLAG
                   MOVE WS-SI-TOTAL TO WS-SI-TOTAL-EDIT
                   DISPLAY "Invoice " WS-SI-INVOICE-NO " stored "
                       INV-STATUS " - " WS-SI-LINE-SEQ
           IF WS-SI-DISC-COUNT > ZERO
               PERFORM SI-PRINT-DISCREPANCIES
           END-IF.
           IF WS-VALID-FLAG = 'Y'
               PERFORM DM-LINK-TO-INVOICE
           END-IF.
           PERFORM SI-CLOSE-ENTRY-FILES.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.
           EVALUATE INV-STATUS
               WHEN "CLEAN"
                   MOVE "APPROVED" TO INV-STATUS
                   PERFORM INVOICE-SET-TERMS
                   REWRITE INVOICE-RECORD
                       INVALID KEY
                           DISPLAY "Error updating invoice!"
                       NOT INVALID
                           DISPLAY "Invoice " WS-SI-INVOICE-NO
                               " approved for payment."
                           PERFORM INVOICE-SHOW-TERMS
                           PERFORM INVOICE-SHOW-NET
                           MOVE INV-PO-NUMBER TO ITEM-CODE
                           MOVE "INV-APPROVE" TO WS-AUDIT-FIELD
                           MOVE "CLEAN" TO WS-AUDIT-OLDVAL
                   END-REWRITE
               WHEN "APPROVED"
                   DISPLAY "Invoice is already approved."
                   PERFORM INVOICE-SHOW-TERMS
                   PERFORM INVOICE-SHOW-NET
               WHEN "PAID"
                   DISPLAY "Invoice was paid on " INV-PAID-DATE "."
               WHEN OTHER
                   DISPLAY "Invoice is " INV-STATUS " - clear the "
                       "discrepancies with the supplier and key "
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> The live invoices, then -- on request, since there may be
      *> years of them -- the paid invoices archived out of the
      *> master, marked as such.
       INVOICE-VIEW.
           MOVE SPACES TO WS-DOC-ARCH-TAG.
           OPEN INPUT INVOICE-FILE.
           IF SI-FILESTATUS NOT = "00"
               DISPLAY "No invoices on file."
           ELSE
               MOVE 'N' TO WS-SI-EOF
               PERFORM UNTIL WS-SI-EOF = 'Y'
                   READ INVOICE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SI-EOF
                       NOT AT END
                           PERFORM INVOICE-VIEW-RECORD
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

           MOVE "INV" TO WS-DOC-HIST-TYPE.
           PERFORM DOC-HIST-FIRST.
           IF WS-DOC-HIST-FILENAME NOT = SPACES
               DISPLAY "Show archived invoices too? (Y/N): "
                   NO ADVANCING
               ACCEPT WS-DOC-HIST-ANSWER
               IF WS-DOC-HIST-ANSWER NOT = 'Y'
                       AND WS-DOC-HIST-ANSWER NOT = 'y'
                   PERFORM DOC-HIST-CLOSE
               END-IF
           END-IF.
           MOVE "ARCHIVED" TO WS-DOC-ARCH-TAG.
           PERFORM UNTIL WS-DOC-HIST-FILENAME = SPACES
               PERFORM INVOICE-VIEW-ARCHIVE
               PERFORM DOC-HIST-NEXT
           END-PERFORM.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       INVOICE-VIEW-ARCHIVE.
           OPEN INPUT INV-HIST-FILE.
           IF DOCH-FILESTATUS NOT = "00"
               DISPLAY "WARNING: cannot open "
                   FUNCTION TRIM (WS-DOC-HIST-FILENAME) " (status "
                   DOCH-FILESTATUS ") - its invoices are not shown."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL DOCH-FILESTATUS NOT = "00"
               READ INV-HIST-FILE INTO INVOICE-RECORD
                   AT END
                       MOVE "10" TO DOCH-FILESTATUS
                   NOT AT END
                       PERFORM INVOICE-VIEW-RECORD
               END-READ
           END-PERFORM.
           CLOSE INV-HIST-FILE.

       INVOICE-VIEW-RECORD.
           IF INV-REC-TYPE = 'H'
               MOVE INV-TOTAL-AMT TO WS-SI-TOTAL-EDIT
               DISPLAY "Invoice " INV-INVOICE-NO
                   "  Supplier " INV-SUPPLIER-CODE
                   "  PO " INV-PO-NUMBER
                   "  " INV-DATE
                   "  " INV-STATUS
                   "  " WS-SI-TOTAL-EDIT
                   "  " WS-DOC-ARCH-TAG
               PERFORM INVOICE-SHOW-TERMS
               PERFORM INVOICE-SHOW-NET
           ELSE
               MOVE INV-LINE-PRICE TO WS-SI-PRICE-EDIT
               DISPLAY "  " INV-LINE-ITEM-CODE
                   " x " INV-LINE-QTY
                   " @ " WS-SI-PRICE-EDIT
                   "  " INV-LINE-MATCH
           END-IF.

      *> Dates the invoice header in the buffer from its supplier's
      *> payment terms, counted from the invoice date: due after the
      *> net days, and -- when the supplier offers one -- the early
      *> discount available up to the end of the discount days.  An
      *> unknown supplier gets the standard net 30.
       INVOICE-SET-TERMS.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS = "00"
               MOVE 'Y' TO WS-SUP-AVAILABLE
           ELSE
               MOVE 'N' TO WS-SUP-AVAILABLE
           END-IF.
           MOVE INV-SUPPLIER-CODE TO WS-CUR-SUPPLIER.
           PERFORM LOOKUP-SUPPLIER.
           IF WS-SUP-AVAILABLE = 'Y'
               CLOSE SUPPLIER-FILE
           END-IF.
           IF SUPPLIER-NET-DAYS = ZERO
               MOVE 30 TO SUPPLIER-NET-DAYS
           END-IF.
           COMPUTE INV-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (INV-DATE)
                   + SUPPLIER-NET-DAYS).
           IF SUPPLIER-DISC-PCT > ZERO
               MOVE SUPPLIER-DISC-PCT TO INV-DISC-PCT
               COMPUTE INV-DISC-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (INV-DATE)
                       + SUPPLIER-DISC-DAYS)
           ELSE
               MOVE ZERO TO INV-DISC-PCT
               MOVE ZERO TO INV-DISC-DATE
           END-IF.

      *> Due date, discount window and payment of the header in the
      *> buffer, once approval has set them.
       INVOICE-SHOW-TERMS.
           IF INV-DUE-DATE NOT NUMERIC OR INV-DUE-DATE = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF INV-DISC-PCT > ZERO
               MOVE INV-DISC-PCT TO WS-SUP-DISC-EDIT
               DISPLAY "    Due " INV-DUE-DATE "  (" WS-SUP-DISC-EDIT
                   "% discount if paid by " INV-DISC-DATE ")"
           ELSE
               DISPLAY "    Due " INV-DUE-DATE
           END-IF.
           IF INV-STATUS = "PAID"
               MOVE INV-PAID-AMT TO WS-SI-TOTAL-EDIT
               DISPLAY "    Paid " INV-PAID-DATE "  "
                   WS-SI-TOTAL-EDIT
           END-IF.

      *> Debit memos raised before the invoice arrived wait with no
      *> invoice number; the invoice keyed against their PO picks
      *> them up here so its approved amount comes out net.
       DM-LINK-TO-INVOICE.
           MOVE ZERO TO WS-DM-LINKED.
           MOVE ZERO TO WS-DM-INV-TOTAL.
           OPEN I-O DEBIT-MEMO-FILE.
           IF DM-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO DM-NUMBER.
           MOVE 'N' TO WS-DM-EOF.
           START DEBIT-MEMO-FILE KEY IS NOT LESS THAN DM-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-DM-EOF
           END-START.
           PERFORM UNTIL WS-DM-EOF = 'Y'
               READ DEBIT-MEMO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DM-EOF
                   NOT AT END
                       IF DM-PO-NUMBER = WS-SI-PO-NUMBER
                               AND DM-SUPPLIER-CODE = WS-SI-SUPPLIER
                               AND DM-INVOICE-NO = SPACES
                           MOVE WS-SI-INVOICE-NO TO DM-INVOICE-NO
                           REWRITE DEBIT-MEMO-RECORD
                               INVALID KEY
                                   DISPLAY "Error linking debit "
                                       "memo " DM-NUMBER "!"
                               NOT INVALID
                                   ADD 1 TO WS-DM-LINKED
                                   ADD DM-AMOUNT TO WS-DM-INV-TOTAL
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEBIT-MEMO-FILE.
           IF WS-DM-LINKED > ZERO
               MOVE WS-DM-INV-TOTAL TO WS-DM-AMOUNT-EDIT
               DISPLAY WS-DM-LINKED " debit memo(s) for goods "
                   "returned on PO " WS-SI-PO-NUMBER " linked - "
                   WS-DM-AMOUNT-EDIT " comes off the payable."
           END-IF.

      *> Totals the debit memos taken against WS-DM-INVOICE-NO.
       DM-SUM-FOR-INVOICE.
           MOVE ZERO TO WS-DM-COUNT.
           MOVE ZERO TO WS-DM-INV-TOTAL.
           OPEN INPUT DEBIT-MEMO-FILE.
           IF DM-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DM-EOF.
           PERFORM UNTIL WS-DM-EOF = 'Y'
               READ DEBIT-MEMO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DM-EOF
                   NOT AT END
                       IF DM-INVOICE-NO = WS-DM-INVOICE-NO
                           ADD 1 TO WS-DM-COUNT
                           ADD DM-AMOUNT TO WS-DM-INV-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEBIT-MEMO-FILE.

      *> The invoice header in the buffer, net of its debit memos:
      *> what is actually approved to be paid.
       INVOICE-SHOW-NET.
           MOVE INV-INVOICE-NO TO WS-DM-INVOICE-NO.
           PERFORM DM-SUM-FOR-INVOICE.
           IF WS-DM-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DM-NET = INV-TOTAL-AMT - WS-DM-INV-TOTAL.
           MOVE WS-DM-INV-TOTAL TO WS-DM-AMOUNT-EDIT.
           MOVE WS-DM-NET TO WS-DM-NET-EDIT.
           DISPLAY "    less " WS-DM-COUNT " debit memo(s) "
               WS-DM-AMOUNT-EDIT " = net payable " WS-DM-NET-EDIT.

      *> Walks DOCHIST.CTL, oldest first, for the history files of
      *> the document type in WS-DOC-HIST-TYPE: each call leaves the
      *> next one's name in WS-DOC-HIST-FILENAME, spaces once there
      *> are no more (or no archive has ever been run).
       DOC-HIST-FIRST.
           MOVE SPACES TO WS-DOC-HIST-FILENAME.
           IF WS-DOC-HIST-OPEN = 'Y'
               PERFORM DOC-HIST-CLOSE
           END-IF.
           OPEN INPUT DOC-HIST-CATALOG.
           IF DHC-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-DOC-HIST-OPEN.
           PERFORM DOC-HIST-NEXT.

       DOC-HIST-NEXT.
           MOVE SPACES TO WS-DOC-HIST-FILENAME.
           PERFORM UNTIL WS-DOC-HIST-OPEN NOT = 'Y'
                   OR WS-DOC-HIST-FILENAME NOT = SPACES
               READ DOC-HIST-CATALOG
                   AT END
                       PERFORM DOC-HIST-CLOSE
                   NOT AT END
                       MOVE SPACES TO DHC-PARSE-FIELDS
                       UNSTRING DHC-RECORD DELIMITED BY ","
                           INTO DHC-TYPE DHC-FILENAME
                       IF DHC-TYPE = WS-DOC-HIST-TYPE
                           MOVE DHC-FILENAME TO WS-DOC-HIST-FILENAME
                       END-IF
               END-READ
           END-PERFORM.

       DOC-HIST-CLOSE.
           IF WS-DOC-HIST-OPEN = 'Y'
               CLOSE DOC-HIST-CATALOG
               MOVE 'N' TO WS-DOC-HIST-OPEN
           END-IF.
           MOVE SPACES TO WS-DOC-HIST-FILENAME.

       CUSTOMER-MENU.
           MOVE 'N' TO WS-CUST-DONE.
           CLOSE CUSTOMER-FILE.
           DISPLAY "Orders for " CUST-CODE " - " CUST-NAME ":"

      *> The live orders, then the settled ones archived out of the
      *> master, marked as such.
           MOVE ZERO TO WS-CUST-ORDER-COUNT.
           MOVE SPACES TO WS-DOC-ARCH-TAG.
           OPEN INPUT CUST-ORDER-FILE.
           IF CO-FILESTATUS = "00"
               MOVE 'N' TO WS-CUST-SHOW-LINES
               MOVE 'N' TO WS-CO-SCAN-DONE
               PERFORM UNTIL WS-CO-SCAN-DONE = 'Y'
                   READ CUST-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CO-SCAN-DONE
                       NOT AT END
                           PERFORM CUST-HISTORY-SHOW-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-FILE
           END-IF.
           MOVE "ARCHIVED" TO WS-DOC-ARCH-TAG.
           MOVE "CO" TO WS-DOC-HIST-TYPE.
           PERFORM DOC-HIST-FIRST.
           PERFORM UNTIL WS-DOC-HIST-FILENAME = SPACES
               PERFORM CUST-HISTORY-SCAN-ARCHIVE
               PERFORM DOC-HIST-NEXT
           END-PERFORM.
           IF WS-CUST-ORDER-COUNT = ZERO
               DISPLAY "No orders for this customer."
           ELSE
               DISPLAY WS-CUST-ORDER-COUNT " order(s) on file."
           END-IF.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       CUST-HISTORY-SCAN-ARCHIVE.
           OPEN INPUT CO-HIST-FILE.
           IF DOCH-FILESTATUS NOT = "00"
               DISPLAY "WARNING: cannot open "
                   FUNCTION TRIM (WS-DOC-HIST-FILENAME) " (status "
                   DOCH-FILESTATUS ") - its orders are not shown."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CUST-SHOW-LINES.
           PERFORM UNTIL DOCH-FILESTATUS NOT = "00"
               READ CO-HIST-FILE INTO CUST-ORDER-RECORD
                   AT END
                       MOVE "10" TO DOCH-FILESTATUS
                   NOT AT END
                       PERFORM CUST-HISTORY-SHOW-RECORD
               END-READ
           END-PERFORM.
           CLOSE CO-HIST-FILE.

       CUST-HISTORY-SHOW-RECORD.
           IF CO-REC-TYPE = 'H'
               IF CO-CUST-CODE = CUST-CODE
                   MOVE 'Y' TO WS-CUST-SHOW-LINES
                   ADD 1 TO WS-CUST-ORDER-COUNT
                   DISPLAY "Order " CO-ORDER-NO "  "
                       CO-ORDER-DATE "  " CO-STATUS
                       "  " WS-DOC-ARCH-TAG
               ELSE
                   MOVE 'N' TO WS-CUST-SHOW-LINES
               END-IF
           ELSE
               IF WS-CUST-SHOW-LINES = 'Y'
                   DISPLAY "  Line " CO-LINE-NO "  "
                       CO-LINE-ITEM-CODE " x "
                       CO-LINE-QTY "  " CO-LINE-STATUS
               END-IF
           END-IF.

      *> Settled volume means goods that actually went out the door:
      *> only PICKED orders count, so a regular who reserves and
      *> cancels does not top the list.
       TOP-CUSTOMERS-REPORT.
           MOVE ZERO TO TOPCUST-COUNT.
           MOVE 'N' TO TC-CAP-HIT.
           MOVE 'N' TO WS-TC-HEADER-PICKED.
           MOVE ZERO TO TC-HIT-SUB.
           OPEN INPUT CUST-ORDER-FILE.
           IF CO-FILESTATUS = "00"
               MOVE 'N' TO WS-CO-SCAN-DONE
               PERFORM UNTIL WS-CO-SCAN-DONE = 'Y'
                   READ CUST-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CO-SCAN-DONE
                       NOT AT END
                           PERFORM TOPCUST-TALLY-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-FILE
           END-IF.
      *> Settled orders archived out of the master still count.
           MOVE "CO" TO WS-DOC-HIST-TYPE.
           PERFORM DOC-HIST-FIRST.
           PERFORM UNTIL WS-DOC-HIST-FILENAME = SPACES
               PERFORM TOPCUST-SCAN-ARCHIVE
               PERFORM DOC-HIST-NEXT
           END-PERFORM.

           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       TOPCUST-SCAN-ARCHIVE.
           OPEN INPUT CO-HIST-FILE.
           IF DOCH-FILESTATUS NOT = "00"
               DISPLAY "WARNING: cannot open "
                   FUNCTION TRIM (WS-DOC-HIST-FILENAME) " (status "
                   DOCH-FILESTATUS ") - its orders are not counted."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-TC-HEADER-PICKED.
           MOVE ZERO TO TC-HIT-SUB.
           PERFORM UNTIL DOCH-FILESTATUS NOT = "00"
               READ CO-HIST-FILE INTO CUST-ORDER-RECORD
                   AT END
                       MOVE "10" TO DOCH-FILESTATUS
                   NOT AT END
                       PERFORM TOPCUST-TALLY-RECORD
               END-READ
           END-PERFORM.
           CLOSE CO-HIST-FILE.

       TOPCUST-TALLY-RECORD.
           IF CO-REC-TYPE = 'H'
               PERFORM TOPCUST-TALLY-HEADER
           ELSE
               IF WS-TC-HEADER-PICKED = 'Y'
                       AND TC-HIT-SUB > ZERO
                   ADD CO-LINE-QTY TO TC-UNITS (TC-HIT-SUB)
               END-IF
           END-IF.

       TOPCUST-TALLY-HEADER.
           IF CO-STATUS NOT = "PICKED"
               MOVE 'N' TO WS-TC-HEADER-PICKED
           PERFORM RECEIPT-COST-PROMPT.
           ADD WS-MOVE-QTY TO STOCK-QUANTITY.
           ADD WS-MOVE-QTY TO LOC-QUANTITY (WS-MOVE-SUB).
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-RECEIPT-DATE.
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE.

           MOVE 'N' TO WS-VALID-FLAG.
           REWRITE INVENTORY-RECORD
                   MOVE STOCK-QUANTITY TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
                   MOVE "IN" TO WS-MOVE-TYPE
                   PERFORM LAYER-RECEIPT
                   PERFORM MOVEMENT-WRITE-ENTRY
                   PERFORM AUDIT-COST-IF-CHANGED
           END-REWRITE.
           DISPLAY "Reason code: " NO ADVANCING
           ACCEPT WS-MOVE-REASON.

      *> A kit without enough made-up stock at the location is
      *> made up out of its components as it goes out.
           MOVE ITEM-CODE TO WS-KIT-CODE.
           PERFORM KIT-LOAD-FOR-ITEM.
           IF WS-KIT-IS-KIT = 'Y'
               COMPUTE WS-CO-ATS =
                   STOCK-QUANTITY - ITEM-ALLOCATED-QTY
               IF WS-MOVE-QTY > WS-CO-ATS
                       OR WS-MOVE-QTY > LOC-QUANTITY (WS-MOVE-SUB)
                   PERFORM ISSUE-KIT-FROM-COMPONENTS
                   CLOSE INVENTORY-FILE
                   DISPLAY "[SYSTEM] Press any key to continue..."
                   ACCEPT WS-WAITFORINPUT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *> Checked against the location slot, the item total, and the
      *> unallocated balance -- stock promised to a customer order
      *> cannot be sold out from under it at the counter.
           MOVE STOCK-QUANTITY TO OLD-STOCK-QUANTITY.
           SUBTRACT WS-MOVE-QTY FROM STOCK-QUANTITY.
           SUBTRACT WS-MOVE-QTY FROM LOC-QUANTITY (WS-MOVE-SUB).
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE.

           REWRITE INVENTORY-RECORD
               INVALID KEY
                   MOVE STOCK-QUANTITY TO WS-AUDIT-NEWVAL
                   PERFORM AUDIT-WRITE-ENTRY
                   MOVE "OUT" TO WS-MOVE-TYPE
                   PERFORM LAYER-ISSUE
                   PERFORM MOVEMENT-WRITE-ENTRY
                   PERFORM DISPLAY-ISSUE-MARGIN
           END-REWRITE.
               MOVE 2 TO WS-MOVE-SUB
           END-IF.

       VALIDATE-MOVE-QUANTITY.
           MOVE 'N' TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = 'Y'
               DISPLAY "Quantity (1-99999): " NO ADVANCING
               ACCEPT WS-MOVE-RAW
               MOVE ZERO TO WS-MOVE-LEN
               INSPECT WS-MOVE-RAW TALLYING WS-MOVE-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-MOVE-LEN = 0
                   DISPLAY "Invalid entry - blank not allowed."
               ELSE
                   IF WS-MOVE-LEN > 5
                       DISPLAY "Invalid entry - too many digits "
                           "(max 5)."
                   ELSE
                       MOVE WS-MOVE-RAW (1:WS-MOVE-LEN)
                           TO WS-MOVE-QTY-INPUT
                       INSPECT WS-MOVE-QTY-INPUT
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-MOVE-QTY-INPUT IS NUMERIC
                           MOVE WS-MOVE-QTY-INPUT TO WS-MOVE-QTY
                           IF WS-MOVE-QTY = ZERO
                               DISPLAY "Invalid entry - quantity "
                                   "must be at least 1."
                           ELSE
                               MOVE 'Y' TO WS-VALID-FLAG
                           END-IF
                       ELSE
                           DISPLAY
                               "Invalid entry - digits only, no sign."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> The last field is the entry's extended cost: what a
      *> receipt cost, or what the units leaving came off their
      *> cost layers at; zero (entries from before layers were
      *> kept) leaves the readers to value it at the item's unit
      *> cost as before. It is cleared once written so it never
      *> carries into the next entry.
      *> Assembly entries (ASM) move stock both ways under the one
      *> type, so WS-MOVE-NEGATIVE writes the quantity signed, the
      *> way the count adjustments already are; like the cost it
      *> is reset once the entry is out.
       MOVEMENT-WRITE-ENTRY.
           MOVE WS-BUSINESS-DATE TO WS-MOVE-DATE.
           ACCEPT WS-MOVE-TIME FROM TIME.
           MOVE WS-MOVE-COST TO WS-MOVE-COST-EDIT.
           OPEN EXTEND MOVEMENT-FILE.
           MOVE SPACES TO MOVEMENT-RECORD.
           IF WS-MOVE-NEGATIVE = 'Y'
               COMPUTE WS-MOVE-QTY-SIGNED = ZERO - WS-MOVE-QTY
               STRING
                   WS-MOVE-DATE ","
                   WS-MOVE-TIME ","
                   WS-OPERATOR-ID ","
                   ITEM-CODE ","
                   WS-MOVE-TYPE ","
                   WS-MOVE-QTY-SIGNED ","
                   WS-MOVE-REASON ","
                   WS-MOVE-LOC ","
                   WS-MOVE-COST-EDIT
               DELIMITED BY SIZE INTO MOVEMENT-RECORD
           ELSE
               STRING
                   WS-MOVE-DATE ","
                   WS-MOVE-TIME ","
                   WS-OPERATOR-ID ","
                   ITEM-CODE ","
                   WS-MOVE-TYPE ","
                   WS-MOVE-QTY ","
                   WS-MOVE-REASON ","
                   WS-MOVE-LOC ","
                   WS-MOVE-COST-EDIT
               DELIMITED BY SIZE INTO MOVEMENT-RECORD
           END-IF.
           WRITE MOVEMENT-RECORD.
           CLOSE MOVEMENT-FILE.
           MOVE ZERO TO WS-MOVE-COST.
           MOVE 'N' TO WS-MOVE-NEGATIVE.

      *> Opened per posting, like the movement journal, so the
      *> layer file is never held open across a menu wait.
       LAYER-OPEN.
           MOVE 'N' TO WS-LAYER-OPEN-OK.
           OPEN I-O COST-LAYER-FILE.
           IF LAYER-FILESTATUS = "35"
               OPEN OUTPUT COST-LAYER-FILE
               CLOSE COST-LAYER-FILE
               OPEN I-O COST-LAYER-FILE
           END-IF.
           IF LAYER-FILESTATUS = "00"
               MOVE 'Y' TO WS-LAYER-OPEN-OK
           ELSE
               DISPLAY "WARNING: cost layer file unavailable (status "
                   LAYER-FILESTATUS ") - item " ITEM-CODE
                   " will show on the layer check."
           END-IF.

      *> A receipt of WS-MOVE-QTY at the item's (just keyed) unit
      *> cost goes on behind the layers already there, tagged with
      *> the movement type and reason -- the PO number on a PO
      *> receipt. Its extended cost rides on the journal entry so
      *> the ledger books what was actually paid. Called once the
      *> item rewrite has gone through, just before the entry is
      *> written.
       LAYER-RECEIPT.
           MOVE WS-MOVE-QTY TO WS-LAYER-QTY.
           MOVE ITEM-UNIT-COST TO WS-LAYER-COST.
           MOVE WS-MOVE-TYPE TO WS-LAYER-SOURCE.
           MOVE WS-MOVE-REASON TO WS-LAYER-REF.
           PERFORM LAYER-ADD.
           COMPUTE WS-MOVE-COST = WS-MOVE-QTY * ITEM-UNIT-COST.

      *> The other side: WS-MOVE-QTY leaves at the cost of the
      *> oldest layers, and that cost of goods sold is carried on
      *> the journal entry and kept in WS-LAYER-COGS for the
      *> margin shown to the operator.
       LAYER-ISSUE.
           MOVE WS-MOVE-QTY TO WS-LAYER-QTY.
           MOVE SPACES TO WS-LAYER-REF.
           PERFORM LAYER-CONSUME.
           MOVE WS-LAYER-COGS TO WS-MOVE-COST.

      *> Item maintenance and the CSV import set the quantity
      *> outright without a journal entry; the layers follow the
      *> change from OLD-STOCK-QUANTITY, an increase entering at
      *> the item's unit cost under the caller's WS-LAYER-SOURCE
      *> and WS-LAYER-REF.
       LAYER-STOCK-CHANGE.
           IF STOCK-QUANTITY > OLD-STOCK-QUANTITY
               COMPUTE WS-LAYER-QTY =
                   STOCK-QUANTITY - OLD-STOCK-QUANTITY
               MOVE ITEM-UNIT-COST TO WS-LAYER-COST
               PERFORM LAYER-ADD
           END-IF.
           IF STOCK-QUANTITY < OLD-STOCK-QUANTITY
               COMPUTE WS-LAYER-QTY =
                   OLD-STOCK-QUANTITY - STOCK-QUANTITY
               MOVE SPACES TO WS-LAYER-REF
               PERFORM LAYER-CONSUME
           END-IF.

      *> Writes a layer of WS-LAYER-QTY at WS-LAYER-COST for
      *> ITEM-CODE, numbered after the item's newest layer so key
      *> order stays oldest first.
       LAYER-ADD.
           IF WS-LAYER-QTY = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM LAYER-OPEN.
           IF WS-LAYER-OPEN-OK NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LAYER-LAST-SEQ.
           MOVE ITEM-CODE TO LAYER-ITEM-CODE.
           MOVE ZERO TO LAYER-SEQ.
           MOVE 'N' TO WS-LAYER-EOF.
           START COST-LAYER-FILE KEY IS NOT LESS THAN LAYER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LAYER-EOF
           END-START.
           PERFORM UNTIL WS-LAYER-EOF = 'Y'
               READ COST-LAYER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LAYER-EOF
                   NOT AT END
                       IF LAYER-ITEM-CODE NOT = ITEM-CODE
                           MOVE 'Y' TO WS-LAYER-EOF
                       ELSE
                           MOVE LAYER-SEQ TO WS-LAYER-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO COST-LAYER-RECORD.
           MOVE ITEM-CODE TO LAYER-ITEM-CODE.
           COMPUTE LAYER-SEQ = WS-LAYER-LAST-SEQ + 1.
           MOVE WS-BUSINESS-DATE TO LAYER-DATE.
           MOVE WS-LAYER-SOURCE TO LAYER-SOURCE.
           MOVE WS-LAYER-REF TO LAYER-REF.
           MOVE WS-LAYER-QTY TO LAYER-ORIG-QTY.
           MOVE WS-LAYER-QTY TO LAYER-QTY.
           MOVE WS-LAYER-COST TO LAYER-UNIT-COST.
           WRITE COST-LAYER-RECORD
               INVALID KEY
                   DISPLAY "WARNING: cost layer not written for "
                       ITEM-CODE " - it will show on the layer check."
           END-WRITE.
           CLOSE COST-LAYER-FILE.

      *> Takes WS-LAYER-QTY units of ITEM-CODE off its layers,
      *> oldest first, and leaves what they cost in WS-LAYER-COGS.
      *> With WS-LAYER-REF set, layers received under that
      *> reference go first -- a return to vendor sends back the
      *> goods that came in on its own PO. Units no layer covers
      *> (stock on hand from before layers were kept) are costed
      *> at the item's unit cost.
       LAYER-CONSUME.
           MOVE ZERO TO WS-LAYER-COGS.
           MOVE WS-LAYER-QTY TO WS-LAYER-LEFT.
           IF WS-LAYER-LEFT > ZERO
               PERFORM LAYER-OPEN
               IF WS-LAYER-OPEN-OK = 'Y'
                   IF WS-LAYER-REF NOT = SPACES
                       MOVE 1 TO WS-LAYER-PASS
                       PERFORM LAYER-CONSUME-PASS
                   END-IF
                   MOVE 2 TO WS-LAYER-PASS
                   PERFORM LAYER-CONSUME-PASS
                   CLOSE COST-LAYER-FILE
               END-IF
           END-IF.
           IF WS-LAYER-LEFT > ZERO
               COMPUTE WS-LAYER-COGS = WS-LAYER-COGS
                   + WS-LAYER-LEFT * ITEM-UNIT-COST
           END-IF.

       LAYER-CONSUME-PASS.
           MOVE ITEM-CODE TO LAYER-ITEM-CODE.
           MOVE ZERO TO LAYER-SEQ.
           MOVE 'N' TO WS-LAYER-EOF.
           START COST-LAYER-FILE KEY IS NOT LESS THAN LAYER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LAYER-EOF
           END-START.
           PERFORM UNTIL WS-LAYER-EOF = 'Y' OR WS-LAYER-LEFT = ZERO
               READ COST-LAYER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LAYER-EOF
                   NOT AT END
                       IF LAYER-ITEM-CODE NOT = ITEM-CODE
                           MOVE 'Y' TO WS-LAYER-EOF
                       ELSE
                           IF WS-LAYER-PASS = 2
                                   OR LAYER-REF = WS-LAYER-REF
                               PERFORM LAYER-TAKE-ONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> A layer used up is deleted; the journal keeps its history.
       LAYER-TAKE-ONE.
           IF LAYER-QTY > WS-LAYER-LEFT
               MOVE WS-LAYER-LEFT TO WS-LAYER-TAKE
           ELSE
               MOVE LAYER-QTY TO WS-LAYER-TAKE
           END-IF.
           COMPUTE WS-LAYER-COGS = WS-LAYER-COGS
               + WS-LAYER-TAKE * LAYER-UNIT-COST.
           SUBTRACT WS-LAYER-TAKE FROM WS-LAYER-LEFT.
           SUBTRACT WS-LAYER-TAKE FROM LAYER-QTY.
           IF LAYER-QTY = ZERO
               DELETE COST-LAYER-FILE RECORD
                   INVALID KEY
                       DISPLAY "WARNING: cost layer " LAYER-SEQ
                           " of " ITEM-CODE " not removed."
               END-DELETE
           ELSE
               REWRITE COST-LAYER-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: cost layer " LAYER-SEQ
                           " of " ITEM-CODE " not updated."
               END-REWRITE
           END-IF.

      *> What the accountant asks when a margin looks wrong: every
      *> receipt layer still on the shelf for one item, oldest
      *> first, with what is left of it and what it cost, and
      *> whether the layers still add up to the stock on hand.
       COST-LAYER-INQUIRY.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "         COST LAYER INQUIRY"
           DISPLAY "======================================="
           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS NOT = "00"
               DISPLAY "Inventory file not available (status "
                   FILESTATUS ")."
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Item Code / barcode / vendor part no.: "
               NO ADVANCING
           ACCEPT WS-ITEM-INPUT.
           PERFORM READ-ITEM-ANY-CODE.
           CLOSE INVENTORY-FILE.
           IF WS-XREF-FOUND NOT = 'Y'
               DISPLAY "Item not found!"
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.

           MOVE ITEM-UNIT-COST TO WS-LAYER-COST-EDIT.
           DISPLAY ITEM-CODE " " ITEM-NAME.
           DISPLAY "On hand: " STOCK-QUANTITY
               "   Last unit cost: " WS-LAYER-COST-EDIT.
           DISPLAY "SEQ   RECEIVED TYPE REFERENCE  RECVD  LEFT"
               "   UNIT COST          VALUE".
           MOVE ZERO TO WS-LAYER-COUNT.
           MOVE ZERO TO WS-LAYER-TOTAL-QTY.
           MOVE ZERO TO WS-LAYER-TOTAL-VALUE.
           OPEN INPUT COST-LAYER-FILE.
           IF LAYER-FILESTATUS = "00"
               MOVE ITEM-CODE TO LAYER-ITEM-CODE
               MOVE ZERO TO LAYER-SEQ
               MOVE 'N' TO WS-LAYER-EOF
               START COST-LAYER-FILE KEY IS NOT LESS THAN LAYER-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LAYER-EOF
               END-START
               PERFORM UNTIL WS-LAYER-EOF = 'Y'
                   READ COST-LAYER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LAYER-EOF
                       NOT AT END
                           IF LAYER-ITEM-CODE NOT = ITEM-CODE
                               MOVE 'Y' TO WS-LAYER-EOF
                           ELSE
                               PERFORM COST-LAYER-SHOW-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-LAYER-FILE
           END-IF.
           IF WS-LAYER-COUNT = ZERO
               DISPLAY "  (no cost layers on file)"
           END-IF.
           MOVE WS-LAYER-TOTAL-VALUE TO WS-LAYER-VALUE-EDIT.
           DISPLAY "----------------------------------------".
           DISPLAY "Layers: " WS-LAYER-COUNT "  Units: "
               WS-LAYER-TOTAL-QTY "  Value: " WS-LAYER-VALUE-EDIT.
           IF WS-LAYER-TOTAL-QTY = STOCK-QUANTITY
               DISPLAY "Layers agree with the stock on hand."
           ELSE
               DISPLAY "*** Layers hold " WS-LAYER-TOTAL-QTY
                   " unit(s) but " STOCK-QUANTITY " are on hand."
               DISPLAY "    Units no layer covers are costed at the "
                   "last unit cost until the layers are put right."
           END-IF.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       COST-LAYER-SHOW-ONE.
           ADD 1 TO WS-LAYER-COUNT.
           ADD LAYER-QTY TO WS-LAYER-TOTAL-QTY.
           COMPUTE WS-LAYER-VALUE = LAYER-QTY * LAYER-UNIT-COST.
           ADD WS-LAYER-VALUE TO WS-LAYER-TOTAL-VALUE.
           MOVE LAYER-UNIT-COST TO WS-LAYER-COST-EDIT.
           MOVE WS-LAYER-VALUE TO WS-LAYER-VALUE-EDIT.
           DISPLAY LAYER-SEQ " " LAYER-DATE " " LAYER-SOURCE "  "
               LAYER-REF " " LAYER-ORIG-QTY " " LAYER-QTY " "
               WS-LAYER-COST-EDIT " " WS-LAYER-VALUE-EDIT.

      *> A torn or missing tag does not wait for a price change:
      *> the operator scans the item, says how many labels and for
      *> which location, and the row joins the queue the nightly
      *> SHELF-LABEL-PRINT run empties into its label file. A
      *> blank location means the item's first location.
       QUEUE-SHELF-LABELS.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "         QUEUE SHELF LABELS"
           DISPLAY "======================================="
           OPEN INPUT INVENTORY-FILE.
           IF FILESTATUS NOT = "00"
               DISPLAY "Inventory file not available (status "
                   FILESTATUS ")."
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-LBLQ-COUNT.
           MOVE 'N' TO WS-LBLQ-DONE.
           PERFORM UNTIL WS-LBLQ-DONE = 'Y'
               DISPLAY " "
               DISPLAY "Item Code / barcode (blank to finish): "
                   NO ADVANCING
               MOVE SPACES TO WS-ITEM-INPUT
               ACCEPT WS-ITEM-INPUT
               IF WS-ITEM-INPUT = SPACES
                   MOVE 'Y' TO WS-LBLQ-DONE
               ELSE
                   PERFORM READ-ITEM-ANY-CODE
                   IF WS-XREF-FOUND NOT = 'Y'
                       DISPLAY "Item not found!"
                   ELSE
                       PERFORM QUEUE-ONE-LABEL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE INVENTORY-FILE.
           DISPLAY "Label rows queued: " WS-LBLQ-COUNT.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

       QUEUE-ONE-LABEL.
           MOVE UNIT-PRICE TO WS-PEND-PRICE-EDIT.
           DISPLAY ITEM-CODE " " ITEM-NAME.
           DISPLAY "Size: " ITEM-SIZE "  Color: " ITEM-COLOR
               "  Price: " WS-PEND-PRICE-EDIT.
           DISPLAY "Locations: " LOC-CODE (1) " " LOC-CODE (2).
           DISPLAY "Number of labels (blank = 1): " NO ADVANCING.
           MOVE SPACES TO WS-LBLQ-QTY-RAW.
           ACCEPT WS-LBLQ-QTY-RAW.
           IF WS-LBLQ-QTY-RAW = SPACES
               MOVE 1 TO WS-LBLQ-QTY
           ELSE
               IF FUNCTION TEST-NUMVAL (WS-LBLQ-QTY-RAW) NOT = 0
                   DISPLAY "Invalid label count - nothing queued."
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL (WS-LBLQ-QTY-RAW) < 1
                       OR FUNCTION NUMVAL (WS-LBLQ-QTY-RAW) > 999
                   DISPLAY "Label count must be 1 to 999 - nothing "
                       "queued."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-LBLQ-QTY = FUNCTION NUMVAL (WS-LBLQ-QTY-RAW)
           END-IF.
           DISPLAY "Location (blank = " LOC-CODE (1) "): "
               NO ADVANCING.
           MOVE SPACES TO WS-LBLQ-LOC.
           ACCEPT WS-LBLQ-LOC.
           IF WS-LBLQ-LOC = SPACES
               MOVE LOC-CODE (1) TO WS-LBLQ-LOC
           END-IF.
           IF WS-LBLQ-LOC NOT = LOC-CODE (1)
                   AND WS-LBLQ-LOC NOT = LOC-CODE (2)
               DISPLAY "Item is not kept at " WS-LBLQ-LOC
                   " - nothing queued."
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND LABEL-QUEUE-FILE.
           IF LBLQ-FILESTATUS = "35"
               OPEN OUTPUT LABEL-QUEUE-FILE
           END-IF.
           IF LBLQ-FILESTATUS NOT = "00" AND LBLQ-FILESTATUS NOT = "05"
               DISPLAY "Error opening LABELQ.DAT (status "
                   LBLQ-FILESTATUS ") - nothing queued."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LABEL-QUEUE-RECORD.
           STRING
               ITEM-CODE ","
               WS-LBLQ-QTY ","
               WS-LBLQ-LOC ","
               WS-BUSINESS-DATE ","
               WS-OPERATOR-ID ","
           DELIMITED BY SIZE INTO LABEL-QUEUE-RECORD.
           WRITE LABEL-QUEUE-RECORD.
           CLOSE LABEL-QUEUE-FILE.
           ADD 1 TO WS-LBLQ-COUNT.
           DISPLAY WS-LBLQ-QTY " label(s) queued for " WS-LBLQ-LOC
               ".".

       MATRIX-MENU.
           MOVE 'N' TO WS-MTX-DONE.
               DISPLAY "======================================="
               DISPLAY "1. Matrix Inquiry"
               DISPLAY "2. Matrix Receiving"
               DISPLAY "3. Size Curve and Buy Split"
               DISPLAY "4. Return to Main Menu"
               DISPLAY "Enter option: " NO ADVANCING
               ACCEPT WS-MTX-OPTION
               EVALUATE WS-MTX-OPTION
                   WHEN 1 PERFORM MATRIX-INQUIRY
                   WHEN 2 PERFORM MATRIX-RECEIVE
                   WHEN 3 PERFORM MATRIX-SIZE-CURVE
                   WHEN 4 MOVE 'Y' TO WS-MTX-DONE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.
           END-IF.
           ADD WS-MOVE-QTY TO STOCK-QUANTITY.
           ADD WS-MOVE-QTY TO LOC-QUANTITY (1).
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-RECEIPT-DATE.
           MOVE WS-BUSINESS-DATE TO ITEM-LAST-MOVEMENT-DATE.
           MOVE 'N' TO WS-VALID-FLAG.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   MOVE "IN" TO WS-MOVE-TYPE
                   MOVE LOC-CODE (1) TO WS-MOVE-LOC
                   MOVE "MATRIX" TO WS-MOVE-REASON
                   PERFORM LAYER-RECEIPT
                   PERFORM MOVEMENT-WRITE-ENTRY
                   PERFORM AUDIT-COST-IF-CHANGED
           END-REWRITE.
               PERFORM BACKORDER-ALLOCATE
           END-IF.

      *> What sold, not just what is left: units received and sold
      *> per size and color over a window of months from the
      *> journal and its archives, the sell-through of each cell,
      *> and the style's size curve -- each cell's share of the
      *> style's sales. Given a total to buy, the curve is turned
      *> into a suggested quantity per cell for the buyer to key
      *> through Matrix Receiving or onto a purchase order.
       MATRIX-SIZE-CURVE.
           CALL "SYSTEM" USING "CLS"
           DISPLAY "======================================="
           DISPLAY "      SIZE CURVE AND BUY SPLIT"
           DISPLAY "======================================="
           PERFORM MATRIX-ASK-STYLE.
           IF MTX-STYLE-NAME = SPACES
               DISPLAY "No style name entered."
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           MOVE 6 TO WS-MTX-MONTHS.
           DISPLAY "Months of history (blank = 6): " NO ADVANCING.
           MOVE SPACES TO WS-MTX-MONTHS-TEXT.
           ACCEPT WS-MTX-MONTHS-TEXT.
           IF WS-MTX-MONTHS-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-MTX-MONTHS-TEXT) = 0
                       AND FUNCTION NUMVAL (WS-MTX-MONTHS-TEXT) >= 1
                       AND FUNCTION NUMVAL (WS-MTX-MONTHS-TEXT) <= 36
                   COMPUTE WS-MTX-MONTHS =
                       FUNCTION NUMVAL (WS-MTX-MONTHS-TEXT)
               ELSE
                   DISPLAY "Not 1 to 36 months - using 6."
               END-IF
           END-IF.
           OPEN INPUT INVENTORY-FILE.
           PERFORM MATRIX-BUILD.
           CLOSE INVENTORY-FILE.
           IF MTX-ITEM-COUNT = ZERO
               DISPLAY "No active items carry that name."
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM MATRIX-LOAD-SALES.

           DISPLAY "STYLE: " MTX-STYLE-NAME
           DISPLAY "Journal from " WS-MTX-WINDOW-START " to "
               WS-BUSINESS-DATE
           DISPLAY " "
           DISPLAY "UNITS RECEIVED (net of returns to vendor)"
           MOVE 1 TO WS-MTX-VIEW.
           PERFORM MATRIX-CURVE-GRID.
           DISPLAY " "
           DISPLAY "UNITS SOLD (net of customer returns)"
           MOVE 2 TO WS-MTX-VIEW.
           PERFORM MATRIX-CURVE-GRID.
           DISPLAY " "
           DISPLAY "SELL-THROUGH % (sold / received)"
           MOVE 3 TO WS-MTX-VIEW.
           PERFORM MATRIX-CURVE-GRID.
           DISPLAY " "
           DISPLAY "SIZE CURVE (% of style sales)"
           MOVE 4 TO WS-MTX-VIEW.
           PERFORM MATRIX-CURVE-GRID.
           MOVE ZERO TO WS-MTX-PCT.
           IF MTX-STYLE-RCV > ZERO
               COMPUTE WS-MTX-PCT ROUNDED =
                   MTX-STYLE-SOLD * 100 / MTX-STYLE-RCV
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-MTX-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-MTX-PCT TO WS-MTX-PCT-EDIT.
           DISPLAY "Style received " MTX-STYLE-RCV "  sold "
               MTX-STYLE-SOLD "  sell-through " WS-MTX-PCT-EDIT "%"
           IF MTX-CAP-HIT = 'Y'
               DISPLAY "NOTE: more than 8 sizes or 10 colors in "
                   "this style - the grid is incomplete."
           END-IF.

           IF MTX-STYLE-SOLD = ZERO
               DISPLAY "No sales in the window - no size curve to "
                   "split a buy by."
               DISPLAY "[SYSTEM] Press any key to continue..."
               ACCEPT WS-WAITFORINPUT
               EXIT PARAGRAPH
           END-IF.
           PERFORM MATRIX-BUY-SPLIT.
           DISPLAY "[SYSTEM] Press any key to continue..."
           ACCEPT WS-WAITFORINPUT.

      *> Window is the chosen number of closed months plus the
      *> current one, read archive by archive oldest first and then
      *> the live journal, as REORDER-SUGGEST reads its demand.
       MATRIX-LOAD-SALES.
           INITIALIZE MTX-SALES-GRID.
           INITIALIZE MTX-SIZE-SOLD-TABLE.
           MOVE ZERO TO MTX-STYLE-RCV.
           MOVE ZERO TO MTX-STYLE-SOLD.
           MOVE WS-MTX-MONTHS TO WS-MTX-ARCH-SUB.
           PERFORM MATRIX-ARCH-MONTH.
           COMPUTE WS-MTX-WINDOW-START = WS-MTX-YYYYMM * 100 + 1.
           PERFORM VARYING WS-MTX-ARCH-SUB FROM WS-MTX-MONTHS BY -1
               UNTIL WS-MTX-ARCH-SUB < 1
               PERFORM MATRIX-ARCH-MONTH
               MOVE SPACES TO WS-MOV-HIST-FILENAME
               STRING
                   "STOCKMOVES_" WS-MTX-YYYYMM ".DAT"
               DELIMITED BY SIZE INTO WS-MOV-HIST-FILENAME
               PERFORM MATRIX-READ-JOURNAL
           END-PERFORM.
           MOVE "STOCKMOVES.DAT" TO WS-MOV-HIST-FILENAME.
           PERFORM MATRIX-READ-JOURNAL.

           PERFORM VARYING MTX-ROW-SUB FROM 1 BY 1
               UNTIL MTX-ROW-SUB > MTX-COLOR-COUNT
               PERFORM VARYING MTX-COL-SUB FROM 1 BY 1
                   UNTIL MTX-COL-SUB > MTX-SIZE-COUNT
                   PERFORM MATRIX-NET-ONE-CELL
               END-PERFORM
           END-PERFORM.

      *> The month WS-MTX-ARCH-SUB months before the business
      *> date's month, as YYYYMM.
       MATRIX-ARCH-MONTH.
           COMPUTE WS-MTX-YEAR = WS-BUSINESS-DATE / 10000.
           COMPUTE WS-MTX-YYYYMM = WS-BUSINESS-DATE / 100.
           COMPUTE WS-MTX-MM = WS-MTX-YYYYMM - WS-MTX-YEAR * 100.
           COMPUTE WS-MTX-SERIAL =
               WS-MTX-YEAR * 12 + WS-MTX-MM - 1 - WS-MTX-ARCH-SUB.
           COMPUTE WS-MTX-YEAR = WS-MTX-SERIAL / 12.
           COMPUTE WS-MTX-MM =
               WS-MTX-SERIAL - WS-MTX-YEAR * 12 + 1.
           COMPUTE WS-MTX-YYYYMM = WS-MTX-YEAR * 100 + WS-MTX-MM.

      *> A month with no archive (not yet rolled, or past
      *> retention) is simply skipped.
       MATRIX-READ-JOURNAL.
           OPEN INPUT MOVEMENT-HIST-FILE.
           IF MOVH-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MOVH-FILESTATUS NOT = "00"
               READ MOVEMENT-HIST-FILE
                   AT END
                       MOVE "10" TO MOVH-FILESTATUS
                   NOT AT END
                       MOVE SPACES TO MOVH-PARSE-FIELDS
                       UNSTRING MOVEMENT-HIST-RECORD
                           DELIMITED BY ","
                           INTO MOVH-DATE-X MOVH-TIME-X
                               MOVH-OPERATOR MOVH-ITEM-CODE
                               MOVH-TYPE MOVH-QTY-TEXT
                               MOVH-REASON MOVH-LOC
                       PERFORM MATRIX-TALLY-ENTRY
               END-READ
           END-PERFORM.
           CLOSE MOVEMENT-HIST-FILE.

      *> Receipts less returns to the vendor are what came in;
      *> issues less customer returns are what sold. Count
      *> adjustments and kit assembly are neither.
       MATRIX-TALLY-ENTRY.
           IF MOVH-TYPE NOT = "IN " AND MOVH-TYPE NOT = "OUT"
                   AND MOVH-TYPE NOT = "RTN" AND MOVH-TYPE NOT = "RTV"
               EXIT PARAGRAPH
           END-IF.
           IF MOVH-DATE-X NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE MOVH-DATE-X TO MOVH-ENTRY-DATE.
           IF MOVH-ENTRY-DATE < WS-MTX-WINDOW-START
                   OR MOVH-ENTRY-DATE > WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (MOVH-QTY-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MOVH-ENTRY-QTY = FUNCTION NUMVAL (MOVH-QTY-TEXT).
           MOVE ZERO TO MTX-ROW-HIT.
           MOVE ZERO TO MTX-COL-HIT.
           PERFORM VARYING MTX-ROW-SUB FROM 1 BY 1
               UNTIL MTX-ROW-SUB > MTX-COLOR-COUNT
               PERFORM VARYING MTX-COL-SUB FROM 1 BY 1
                   UNTIL MTX-COL-SUB > MTX-SIZE-COUNT
                   IF MTX-CELL-ITEM (MTX-ROW-SUB, MTX-COL-SUB)
                           = MOVH-ITEM-CODE
                       MOVE MTX-ROW-SUB TO MTX-ROW-HIT
                       MOVE MTX-COL-SUB TO MTX-COL-HIT
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF MTX-ROW-HIT = ZERO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE MOVH-TYPE
               WHEN "IN "
                   ADD MOVH-ENTRY-QTY
                       TO MTX-CELL-IN (MTX-ROW-HIT, MTX-COL-HIT)
               WHEN "RTV"
                   ADD MOVH-ENTRY-QTY
                       TO MTX-CELL-RTV (MTX-ROW-HIT, MTX-COL-HIT)
               WHEN "OUT"
                   ADD MOVH-ENTRY-QTY
                       TO MTX-CELL-OUT (MTX-ROW-HIT, MTX-COL-HIT)
               WHEN "RTN"
                   ADD MOVH-ENTRY-QTY
                       TO MTX-CELL-RTN (MTX-ROW-HIT, MTX-COL-HIT)
           END-EVALUATE.

       MATRIX-NET-ONE-CELL.
           IF MTX-CELL-IN (MTX-ROW-SUB, MTX-COL-SUB)
                   > MTX-CELL-RTV (MTX-ROW-SUB, MTX-COL-SUB)
               COMPUTE MTX-CELL-RCV (MTX-ROW-SUB, MTX-COL-SUB) =
                   MTX-CELL-IN (MTX-ROW-SUB, MTX-COL-SUB)
                       - MTX-CELL-RTV (MTX-ROW-SUB, MTX-COL-SUB)
           END-IF.
           IF MTX-CELL-OUT (MTX-ROW-SUB, MTX-COL-SUB)
                   > MTX-CELL-RTN (MTX-ROW-SUB, MTX-COL-SUB)
               COMPUTE MTX-CELL-SOLD (MTX-ROW-SUB, MTX-COL-SUB) =
                   MTX-CELL-OUT (MTX-ROW-SUB, MTX-COL-SUB)
                       - MTX-CELL-RTN (MTX-ROW-SUB, MTX-COL-SUB)
           END-IF.
           ADD MTX-CELL-RCV (MTX-ROW-SUB, MTX-COL-SUB)
               TO MTX-STYLE-RCV.
           ADD MTX-CELL-SOLD (MTX-ROW-SUB, MTX-COL-SUB)
               TO MTX-STYLE-SOLD.
           ADD MTX-CELL-SOLD (MTX-ROW-SUB, MTX-COL-SUB)
               TO MTX-SIZE-SOLD (MTX-COL-SUB).

      *> One grid in the MATRIX-DISPLAY-GRID layout, showing the
      *> figure WS-MTX-VIEW selects: 1 received, 2 sold,
      *> 3 sell-through %, 4 share of style sales %, 5 buy split.
      *> Sold, curve and split views close with a size total row.
       MATRIX-CURVE-GRID.
           MOVE SPACES TO WS-MTX-LINE.
           MOVE "COLOR" TO WS-MTX-LINE (1:15).
           MOVE 17 TO WS-MTX-PTR.
           PERFORM VARYING MTX-COL-SUB FROM 1 BY 1
               UNTIL MTX-COL-SUB > MTX-SIZE-COUNT
               STRING
                   MTX-SIZE-NAME (MTX-COL-SUB) (1:6) " "
               DELIMITED BY SIZE INTO WS-MTX-LINE
                   WITH POINTER WS-MTX-PTR
               END-STRING
           END-PERFORM.
           DISPLAY WS-MTX-LINE.
           DISPLAY "--------------------------------------"
               "------------------".
           PERFORM MATRIX-CURVE-ONE-ROW
               VARYING MTX-ROW-SUB FROM 1 BY 1
               UNTIL MTX-ROW-SUB > MTX-COLOR-COUNT.
           IF WS-MTX-VIEW = 1 OR WS-MTX-VIEW = 3
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MTX-LINE.
           MOVE "TOTAL" TO WS-MTX-LINE (1:15).
           MOVE 17 TO WS-MTX-PTR.
           PERFORM VARYING MTX-COL-SUB FROM 1 BY 1
               UNTIL MTX-COL-SUB > MTX-SIZE-COUNT
               EVALUATE WS-MTX-VIEW
                   WHEN 2
                       MOVE MTX-SIZE-SOLD (MTX-COL-SUB)
                           TO WS-MTX-QTY-EDIT
                       STRING
                           WS-MTX-QTY-EDIT "  "
                       DELIMITED BY SIZE INTO WS-MTX-LINE
                           WITH POINTER WS-MTX-PTR
                       END-STRING
                   WHEN 4
                       MOVE ZERO TO WS-MTX-PCT
                       IF MTX-STYLE-SOLD > ZERO
                           COMPUTE WS-MTX-PCT ROUNDED =
                               MTX-SIZE-SOLD (MTX-COL-SUB) * 100
                                   / MTX-STYLE-SOLD
                       END-IF
                       MOVE WS-MTX-PCT TO WS-MTX-PCT-EDIT
                       STRING
                           WS-MTX-PCT-EDIT "  "
                       DELIMITED BY SIZE INTO WS-MTX-LINE
                           WITH POINTER WS-MTX-PTR
                       END-STRING
                   WHEN 5
                       MOVE MTX-SIZE-SPLIT (MTX-COL-SUB)
                           TO WS-MTX-QTY-EDIT
                       STRING
                           WS-MTX-QTY-EDIT "  "
                       DELIMITED BY SIZE INTO WS-MTX-LINE
                           WITH POINTER WS-MTX-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM.
           DISPLAY WS-MTX-LINE.

       MATRIX-CURVE-ONE-ROW.
           MOVE SPACES TO WS-MTX-LINE.
           MOVE MTX-COLOR-NAME (MTX-ROW-SUB)
               TO WS-MTX-LINE (1:15).
           MOVE 17 TO WS-MTX-PTR.
           PERFORM VARYING MTX-COL-SUB FROM 1 BY 1
               UNTIL MTX-COL-SUB > MTX-SIZE-COUNT
               IF MTX-CELL-ITEM (MTX-ROW-SUB, MTX-COL-SUB)
                       = SPACES
                   STRING
                       "    -  "
                   DELIMITED BY SIZE INTO WS-MTX-LINE
                       WITH POINTER WS-MTX-PTR
                   END-STRING
               ELSE
                   PERFORM MATRIX-CURVE-ONE-CELL
               END-IF
           END-PERFORM.
           DISPLAY WS-MTX-LINE.

       MATRIX-CURVE-ONE-CELL.
           EVALUATE WS-MTX-VIEW
               WHEN 1
                   MOVE MTX-CELL-RCV (MTX-ROW-SUB, MTX-COL-SUB)
                       TO WS-MTX-QTY-EDIT
               WHEN 2
                   MOVE MTX-CELL-SOLD (MTX-ROW-SUB, MTX-COL-SUB)
                       TO WS-MTX-QTY-EDIT
               WHEN 5
                   MOVE MTX-CELL-SPLIT (MTX-ROW-SUB, MTX-COL-SUB)
                       TO WS-MTX-QTY-EDIT
           END-EVALUATE.
           IF WS-MTX-VIEW = 1 OR WS-MTX-VIEW = 2 OR WS-MTX-VIEW = 5
               STRING
                   WS-MTX-QTY-EDIT "  "
               DELIMITED BY SIZE INTO WS-MTX-LINE
                   WITH POINTER WS-MTX-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
      *> Nothing received in the window leaves sell-through
      *> undefined, shown as n/a rather than a false 0 or 100.
           IF WS-MTX-VIEW = 3
                   AND MTX-CELL-RCV (MTX-ROW-SUB, MTX-COL-SUB) = ZERO
               STRING
                   "  n/a  "
               DELIMITED BY SIZE INTO WS-MTX-LINE
                   WITH POINTER WS-MTX-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MTX-PCT.
           IF WS-MTX-VIEW = 3
               COMPUTE WS-MTX-PCT ROUNDED =
                   MTX-CELL-SOLD (MTX-ROW-SUB, MTX-COL-SUB) * 100
                       / MTX-CELL-RCV (MTX-ROW-SUB, MTX-COL-SUB)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-MTX-PCT
               END-COMPUTE
           ELSE
               IF MTX-STYLE-SOLD > ZERO
                   COMPUTE WS-MTX-PCT ROUNDED =
                       MTX-CELL-SOLD (MTX-ROW-SUB, MTX-COL-SUB) * 100
                           / MTX-STYLE-SOLD
               END-IF
           END-IF.
           MOVE WS-MTX-PCT TO WS-MTX-PCT-EDIT.
           STRING
               WS-MTX-PCT-EDIT "  "
           DELIMITED BY SIZE INTO WS-MTX-LINE
               WITH POINTER WS-MTX-PTR
           END-STRING.

      *> Each cell gets the whole units of its share of the buy;
      *> the units left over by rounding down go one at a time to
      *> the cells with the largest fractions left, so the split
      *> always adds back to the total keyed.
       MATRIX-BUY-SPLIT.
           DISPLAY " "
           DISPLAY "Total quantity to buy for the style "
               "(blank = none): " NO ADVANCING.
           ACCEPT WS-MOVE-RAW.
           MOVE ZERO TO WS-MOVE-LEN.
           INSPECT WS-MOVE-RAW TALLYING WS-MOVE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-MOVE-LEN = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-MOVE-LEN > 5
               DISPLAY "Too many digits - no split worked."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MOVE-RAW (1:WS-MOVE-LEN) TO WS-MOVE-QTY-INPUT.
           INSPECT WS-MOVE-QTY-INPUT
               REPLACING LEADING SPACE BY ZERO.
           IF WS-MOVE-QTY-INPUT NOT NUMERIC
               DISPLAY "Not numeric - no split worked."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MOVE-QTY-INPUT TO WS-MTX-BUY-QTY.
           IF WS-MTX-BUY-QTY = ZERO
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE MTX-SIZE-SPLIT-TABLE.
           MOVE WS-MTX-BUY-QTY TO WS-MTX-BUY-LEFT.
           PERFORM VARYING MTX-ROW-SUB FROM 1 BY 1
               UNTIL MTX-ROW-SUB > MTX-COLOR-COUNT
               PERFORM VARYING MTX-COL-SUB FROM 1 BY 1
                   UNTIL MTX-COL-SUB > MTX-SIZE-COUNT
                   COMPUTE WS-MTX-EXACT =
                       WS-MTX-BUY-QTY
                           * MTX-CELL-SOLD (MTX-ROW-SUB, MTX-COL-SUB)
                           / MTX-STYLE-SOLD
                   MOVE WS-MTX-EXACT
                       TO MTX-CELL-SPLIT (MTX-ROW-SUB, MTX-COL-SUB)
                   COMPUTE MTX-CELL-FRAC (MTX-ROW-SUB, MTX-COL-SUB) =
                       WS-MTX-EXACT
                           - MTX-CELL-SPLIT (MTX-ROW-SUB, MTX-COL-SUB)
                   SUBTRACT MTX-CELL-SPLIT (MTX-ROW-SUB, MTX-COL-SUB)
                       FROM WS-MTX-BUY-LEFT
               END-PERFORM
           END-PERFORM.
           PERFORM MATRIX-SPLIT-ONE-MORE
               UNTIL WS-MTX-BUY-LEFT = ZERO.
           PERFORM VARYING MTX-ROW-SUB FROM 1 BY 1
               UNTIL MTX-ROW-SUB > MTX-COLOR-COUNT
               PERFORM VARYING MTX-COL-SUB FROM 1 BY 1
                   UNTIL MTX-COL-SUB > MTX-SIZE-COUNT
                   ADD MTX-CELL-SPLIT (MTX-ROW-SUB, MTX-COL-SUB)
                       TO MTX-SIZE-SPLIT (MTX-COL-SUB)
               END-PERFORM
           END-PERFORM.

           DISPLAY " "
           DISPLAY "SUGGESTED SPLIT OF " WS-MTX-BUY-QTY " UNIT(S)"
           MOVE 5 TO WS-MTX-VIEW.
           PERFORM MATRIX-CURVE-GRID.
           DISPLAY "Key these through Matrix Receiving or onto a "
               "purchase order.".

      *> The largest fraction wins; once every fraction is spent
      *> the best-selling cell takes what is left.
       MATRIX-SPLIT-ONE-MORE.
           MOVE ZERO TO WS-MTX-BEST-FRAC.
           MOVE ZERO TO WS-MTX-BEST-SOLD.
           MOVE ZERO TO MTX-BEST-ROW.
           MOVE ZERO TO MTX-BEST-COL.
           PERFORM VARYING MTX-ROW-SUB FROM 1 BY 1
               UNTIL MTX-ROW-SUB > MTX-COLOR-COUNT
               PERFORM VARYING MTX-COL-SUB FROM 1 BY 1
                   UNTIL MTX-COL-SUB > MTX-SIZE-COUNT
                   IF MTX-CELL-FRAC (MTX-ROW-SUB, MTX-COL-SUB)
                           > WS-MTX-BEST-FRAC
                       MOVE MTX-CELL-FRAC (MTX-ROW-SUB, MTX-COL-SUB)
                           TO WS-MTX-BEST-FRAC
                       MOVE MTX-ROW-SUB TO MTX-BEST-ROW
                       MOVE MTX-COL-SUB TO MTX-BEST-COL
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF MTX-BEST-ROW = ZERO
               PERFORM VARYING MTX-ROW-SUB FROM 1 BY 1
                   UNTIL MTX-ROW-SUB > MTX-COLOR-COUNT
                   PERFORM VARYING MTX-COL-SUB FROM 1 BY 1
                       UNTIL MTX-COL-SUB > MTX-SIZE-COUNT
                       IF MTX-CELL-SOLD (MTX-ROW-SUB, MTX-COL-SUB)
                               > WS-MTX-BEST-SOLD
                           MOVE MTX-CELL-SOLD
                               (MTX-ROW-SUB, MTX-COL-SUB)
                               TO WS-MTX-BEST-SOLD
                           MOVE MTX-ROW-SUB TO MTX-BEST-ROW
                           MOVE MTX-COL-SUB TO MTX-BEST-COL
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
           ADD 1 TO MTX-CELL-SPLIT (MTX-BEST-ROW, MTX-BEST-COL).
           MOVE ZERO TO MTX-CELL-FRAC (MTX-BEST-ROW, MTX-BEST-COL).
           SUBTRACT 1 FROM WS-MTX-BUY-LEFT.

      *> A markdown entered today takes effect the night its date
      *> arrives, applied by the APPLY-PRICE-CHANGES batch run --
      *> nobody keys dozens of sale prices on the morning itself.
           IF WS-RPT-ANSWER NOT = 'Y' AND WS-RPT-ANSWER NOT = 'y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-RPT-DATE.
           ACCEPT WS-RPT-TIME FROM TIME.
           MOVE SPACES TO WS-REPORT-FILENAME.
           STRING
           PERFORM AUDIT-COST-IF-CHANGED.

       PRICE-HISTORY-WRITE.
           MOVE WS-BUSINESS-DATE TO WS-PRICE-HIST-DATE.
           MOVE OLD-UNIT-PRICE TO WS-AUDIT-OLD-PRICE.
           MOVE UNIT-PRICE TO WS-AUDIT-NEW-PRICE.
           OPEN EXTEND PRICE-HISTORY-FILE.
           CLOSE PRICE-HISTORY-FILE.

       AUDIT-WRITE-ENTRY.
           MOVE WS-BUSINESS-DATE TO WS-AUDIT-DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           OPEN EXTEND AUDIT-FILE.
      *> With a FILE STATUS declared, a failed open no longer stops
