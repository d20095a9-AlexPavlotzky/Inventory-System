           SELECT CONTROL-REPORT ASSIGN TO "ARCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT LOT-FILE ASSIGN TO "LOTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LT-STATUS.
           SELECT EXPIRY-REPORT ASSIGN TO "EXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-CM-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-KEY
               FILE STATUS IS WS-IV-STATUS.
           SELECT INVOICE-PRINT ASSIGN TO "INVPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVP-STATUS.
           SELECT RECEIVABLES-EXTRACT ASSIGN TO "ARXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AX-STATUS.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "SINVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-KEY
               FILE STATUS IS WS-SI-STATUS.
           SELECT MATCH-HOLD-FILE ASSIGN TO "SIHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HD-STATUS.
           SELECT MATCH-REPORT ASSIGN TO "MATCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.
           SELECT BOM-FILE ASSIGN TO "BOMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BM-STATUS.
           SELECT RETURN-FILE ASSIGN TO "RETFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RN-STATUS.
           SELECT RETURN-REPORT ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RNR-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "ROPPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
           SELECT PROPOSAL-REPORT ASSIGN TO "ROPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPR-STATUS.
           SELECT BACKUP-FILE ASSIGN TO WS-Backup-File-Name
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT BACKUP-CATALOG ASSIGN TO "BKPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.
           SELECT BACKUP-REPORT ASSIGN TO "BKPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKR-STATUS.
           SELECT RECOVERY-REPORT ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RV-STATUS.
           SELECT OLD-PRODUCT-MASTER ASSIGN TO "PRODMSTR.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPM-PRODUCT-ID
               FILE STATUS IS WS-OPM-STATUS.
           SELECT OLD-PO-FILE ASSIGN TO "POFILE.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPO-KEY
               FILE STATUS IS WS-OPO-STATUS.
           SELECT OLD-STOCK-MOVEMENT ASSIGN TO "STOCKMVT.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OMV-KEY
               FILE STATUS IS WS-OMV-STATUS.
           SELECT OLD-ORDER-FILE ASSIGN TO "ORDFILE.ANT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OSO-KEY
               FILE STATUS IS WS-OSO-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JN-STATUS.
           SELECT JOURNAL-REPORT ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PM-AVG-COST          PIC S9(5)V99 COMP-3.
           05 PM-CATEGORY          PIC X(4).
           05 PM-SKU               PIC X(15).
           05 PM-ORDER-QTY         PIC 9(5).

       FD  INVENTORY-REPORT.
       01  REPORT-LINE             PIC X(100).

       FD  AUDIT-LOG.
       01  AUDIT-LINE              PIC X(238).

       FD  EXTRACT-FILE.
       01  EX-LINE                 PIC X(120).
           05 PH-EFFECTIVE-DATE    PIC 9(8).
           05 PH-OLD-PRICE         PIC 9(5)V99.
           05 PH-NEW-PRICE         PIC 9(5)V99.
           05 PH-OPERATOR          PIC X(8).

       FD  PRICE-CHANGE-REPORT.
       01  PRC-LINE                PIC X(100).
           05 CF-PRODUCT-ID        PIC 9(5).
           05 CF-LOCATION          PIC 9(1).
           05 CF-COUNTED-QTY       PIC 9(5).
           05 CF-LOT-NUMBER        PIC X(15).

       FD  VARIANCE-REPORT.
       01  VAR-LINE                PIC X(100).
       01  CT-RECORD.
           05 CT-CODE              PIC X(4).
           05 CT-DESCRIPTION       PIC X(30).
           05 CT-SAFETY-FACTOR     PIC 9(2)V99.

       FD  PURCHASE-ORDER-FILE.
       01  PO-RECORD.
           05 PO-UNIT-COST         PIC 9(5)V99.
           05 PO-LINE-COST         PIC 9(9)V99.
           05 PO-RECEIVED-QTY      PIC 9(5).
           05 PO-INVOICED-QTY      PIC 9(5).
           05 PO-STATUS            PIC X(1).
              88 PO-Line-Open             VALUE 'A'.
              88 PO-Line-Partial          VALUE 'P'.
              88 PO-Line-Closed           VALUE 'C'.
           05 PO-OPERATOR          PIC X(8).

       FD  PO-WORKSHEET.
       01  PO-PRINT-LINE           PIC X(100).
           05 MV-REASON            PIC X(10).
           05 MV-BALANCE           PIC 9(5).
           05 MV-LOCATION          PIC 9(1).
           05 MV-LOT-NUMBER        PIC X(15).
           05 MV-OPERATOR          PIC X(8).

       FD  CUSTOMER-ORDER-FILE.
       01  SO-RECORD.
           05 SO-KEY.
              10 SO-NUMBER         PIC 9(5).
              10 SO-PRODUCT-ID     PIC 9(5).
           05 SO-CUSTOMER-ID       PIC 9(5).
           05 SO-CUSTOMER          PIC X(30).
           05 SO-QUANTITY          PIC 9(5).
           05 SO-ALLOCATED-QTY     PIC 9(5).
           05 SO-SHIPPED-QTY       PIC 9(5).
           05 SO-RETURNED-QTY      PIC 9(5).
           05 SO-STATUS            PIC X(1).
              88 SO-Line-Allocated        VALUE 'A'.
              88 SO-Line-Backorder        VALUE 'B'.
              88 SO-Line-Shipped          VALUE 'C'.
              88 SO-Line-Held             VALUE 'H'.

       FD  ORDER-REPORT.
       01  ORD-LINE                PIC X(100).
       01  MGN-LINE                PIC X(100).

       FD  AUDIT-REPORT.
       01  AUDR-LINE               PIC X(238).

       FD  ARCHIVE-OUT.
       01  AR-LINE                 PIC X(250).
       FD  CONTROL-REPORT.
       01  ARC-LINE                PIC X(100).

       FD  LOT-FILE.
       01  LT-RECORD.
           05 LT-KEY.
              10 LT-PRODUCT-ID     PIC 9(5).
              10 LT-LOT-NUMBER     PIC X(15).
           05 LT-EXPIRY-DATE       PIC 9(8).
           05 LT-RECEIVED-DATE     PIC 9(8).
           05 LT-PO-NUMBER         PIC 9(5).
           05 LT-RECEIVED-QTY      PIC 9(5).
           05 LT-LOCATION-QTY OCCURS 2 TIMES
                                   PIC 9(5).
           05 LT-STATUS            PIC X(1).
              88 LT-Lot-Open              VALUE 'A'.
              88 LT-Lot-Exhausted         VALUE 'C'.

       FD  EXPIRY-REPORT.
       01  EXP-LINE                PIC X(100).

       FD  CUSTOMER-MASTER.
       01  CM-RECORD.
           05 CM-CUSTOMER-ID       PIC 9(5).
           05 CM-NAME              PIC X(30).
           05 CM-ADDRESS           PIC X(30).
           05 CM-CITY              PIC X(20).
           05 CM-CREDIT-LIMIT      PIC 9(7)V99.
           05 CM-PAYMENT-TERMS     PIC 9(3).
           05 CM-STATUS            PIC X(1).

       FD  OPERATOR-FILE.
       01  OP-RECORD.
           05 OP-OPERATOR-ID       PIC X(8).
           05 OP-NAME              PIC X(30).
           05 OP-PASSWORD          PIC X(10).
           05 OP-ROLE              PIC X(1).
              88 OP-Role-Clerk            VALUE 'O'.
              88 OP-Role-Buyer            VALUE 'C'.
              88 OP-Role-Supervisor       VALUE 'S'.
              88 OP-Role-Admin            VALUE 'A'.
              88 OP-Role-Valid            VALUE 'O' 'C' 'S' 'A'.
           05 OP-STATUS            PIC X(1).
              88 OP-Active                VALUE 'A'.
              88 OP-Inactive              VALUE 'I'.
           05 OP-LAST-SIGNON       PIC 9(8).

       FD  PARAMETER-FILE.
       01  PR-RECORD.
           05 PR-NAME              PIC X(20).
           05 PR-VALUE             PIC X(20).

       FD  INVOICE-FILE.
       01  IV-RECORD.
           05 IV-KEY.
              10 IV-NUMBER         PIC 9(5).
              10 IV-LINE           PIC 9(3).
           05 IV-RECORD-TYPE       PIC X(1).
              88 IV-Header-Rec            VALUE 'H'.
              88 IV-Detail-Rec            VALUE 'D'.
           05 IV-DATE              PIC 9(8).
           05 IV-DUE-DATE          PIC 9(8).
           05 IV-ORDER-NUMBER      PIC 9(5).
           05 IV-CUSTOMER-ID       PIC 9(5).
           05 IV-PRODUCT-ID        PIC 9(5).
           05 IV-QUANTITY          PIC 9(5).
           05 IV-UNIT-PRICE        PIC 9(5)V99.
           05 IV-NET-AMOUNT        PIC 9(9)V99.
           05 IV-TAX-RATE          PIC 9(2)V99.
           05 IV-TAX-AMOUNT        PIC 9(9)V99.
           05 IV-TOTAL-AMOUNT      PIC 9(9)V99.
           05 IV-STATUS            PIC X(1).
              88 IV-Not-Exported          VALUE 'A'.
              88 IV-Exported              VALUE 'E'.

       FD  INVOICE-PRINT.
       01  IVP-LINE                PIC X(100).

       FD  RECEIVABLES-EXTRACT.
       01  AX-LINE                 PIC X(120).

       FD  SUPPLIER-INVOICE-FILE.
       01  SI-RECORD.
           05 SI-KEY.
              10 SI-SUPPLIER-ID    PIC 9(5).
              10 SI-INVOICE-NUMBER PIC X(15).
              10 SI-PRODUCT-ID     PIC 9(5).
           05 SI-RECORD-TYPE       PIC X(1).
              88 SI-Header-Rec            VALUE 'H'.
              88 SI-Detail-Rec            VALUE 'D'.
           05 SI-PO-NUMBER         PIC 9(5).
           05 SI-ENTRY-DATE        PIC 9(8).
           05 SI-CURRENCY          PIC X(3).
           05 SI-QUANTITY          PIC 9(5).
           05 SI-UNIT-PRICE        PIC 9(5)V99.
           05 SI-AMOUNT            PIC 9(9)V99.
           05 SI-RECEIVED-QTY      PIC 9(5).
           05 SI-PO-PRICE          PIC 9(5)V99.
           05 SI-STATUS            PIC X(1).
              88 SI-Approved              VALUE 'A'.
              88 SI-On-Hold               VALUE 'R'.
              88 SI-Rejected              VALUE 'X'.

       FD  MATCH-HOLD-FILE.
       01  HD-RECORD.
           05 HD-SUPPLIER-ID       PIC 9(5).
           05 HD-INVOICE-NUMBER    PIC X(15).
           05 HD-PO-NUMBER         PIC 9(5).
           05 HD-PRODUCT-ID        PIC 9(5).
           05 HD-ENTRY-DATE        PIC 9(8).
           05 HD-CURRENCY          PIC X(3).
           05 HD-INVOICED-QTY      PIC 9(5).
           05 HD-OPEN-QTY          PIC 9(5).
           05 HD-INVOICED-PRICE    PIC 9(5)V99.
           05 HD-PO-PRICE          PIC 9(5)V99.
           05 HD-VARIANCE          PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05 HD-REASON            PIC X(20).

       FD  MATCH-REPORT.
       01  MR-LINE                 PIC X(120).

       FD  BOM-FILE.
       01  BM-RECORD.
           05 BM-KEY.
              10 BM-PARENT-ID      PIC 9(5).
              10 BM-COMPONENT-ID   PIC 9(5).
           05 BM-QTY-PER           PIC 9(4).

       FD  RETURN-FILE.
       01  RN-RECORD.
           05 RN-DATE              PIC 9(8).
           05 RN-TIME              PIC 9(8).
           05 RN-KIND              PIC X(1).
              88 RN-Customer-Return       VALUE 'C'.
              88 RN-Supplier-Return       VALUE 'P'.
           05 RN-PARTY-ID          PIC 9(5).
           05 RN-DOC-NUMBER        PIC 9(5).
           05 RN-PRODUCT-ID        PIC 9(5).
           05 RN-QUANTITY          PIC 9(5).
           05 RN-REASON-CODE       PIC X(2).
           05 RN-DISPOSITION       PIC X(1).
              88 RN-To-Stock              VALUE 'S'.
              88 RN-To-Inspection         VALUE 'I'.
              88 RN-To-Scrap              VALUE 'X'.
              88 RN-Replacement           VALUE 'R'.
              88 RN-No-Replacement        VALUE 'N'.
           05 RN-LOCATION          PIC 9(1).
           05 RN-UNIT-COST         PIC 9(5)V99.
           05 RN-VALUE             PIC 9(9)V99.
           05 RN-INSPECT-STATUS    PIC X(1).
              88 RN-Inspect-Pending       VALUE 'P'.
              88 RN-Inspect-To-Stock      VALUE 'S'.
              88 RN-Inspect-Scrapped      VALUE 'X'.
           05 RN-RESOLVED-DATE     PIC 9(8).

       FD  RETURN-REPORT.
       01  RNR-LINE                PIC X(100).

       FD  PROPOSAL-FILE.
       01  RP-RECORD.
           05 RP-RUN-DATE          PIC 9(8).
           05 RP-PRODUCT-ID        PIC 9(5).
           05 RP-WEEKS             PIC 9(2).
           05 RP-TOTAL-USAGE       PIC 9(7).
           05 RP-AVG-DAILY         PIC 9(5)V99.
           05 RP-PEAK-DAILY        PIC 9(5).
           05 RP-LEAD-TIME         PIC 9(3).
           05 RP-SAFETY-FACTOR     PIC 9(2)V99.
           05 RP-OLD-REORDER       PIC 9(5).
           05 RP-NEW-REORDER       PIC 9(5).
           05 RP-OLD-ORDER-QTY     PIC 9(5).
           05 RP-NEW-ORDER-QTY     PIC 9(5).
           05 RP-STATUS            PIC X(1).
              88 RP-Pending               VALUE 'P'.
              88 RP-Applied               VALUE 'A'.
              88 RP-Rejected              VALUE 'R'.

       FD  PROPOSAL-REPORT.
       01  RPR-LINE                PIC X(100).

       FD  BACKUP-FILE.
       01  BK-RECORD.
           05 BK-TYPE              PIC X(1).
              88 BK-Header                VALUE 'H'.
              88 BK-Detail                VALUE 'D'.
              88 BK-Trailer               VALUE 'T'.
           05 BK-DATA              PIC X(119).
       01  BK-CONTROL-RECORD.
           05 FILLER               PIC X(1).
           05 BK-FILE-ID           PIC X(8).
           05 BK-DATE              PIC 9(8).
           05 BK-TIME              PIC 9(8).
           05 BK-OPERATOR          PIC X(8).
           05 BK-RECORD-COUNT      PIC 9(9).
           05 BK-KEY-HASH          PIC 9(18).
           05 BK-QTY-HASH          PIC 9(15).
           05 FILLER               PIC X(45).

       FD  BACKUP-CATALOG.
       01  BC-RECORD.
           05 BC-DATE              PIC 9(8).
           05 BC-TIME              PIC 9(8).
           05 BC-OPERATOR          PIC X(8).
           05 BC-PM-COUNT          PIC 9(7).
           05 BC-SM-COUNT          PIC 9(7).
           05 BC-PO-COUNT          PIC 9(7).
           05 BC-SO-COUNT          PIC 9(7).
           05 BC-STATUS            PIC X(1).
              88 BC-Complete              VALUE 'C'.
              88 BC-Failed                VALUE 'E'.

       FD  BACKUP-REPORT.
       01  BKR-LINE                PIC X(100).

       FD  RECOVERY-REPORT.
       01  RV-LINE                 PIC X(100).

       FD  OLD-PRODUCT-MASTER.
       01  OPM-RECORD.
           05 OPM-PRODUCT-ID       PIC 9(5).
           05 OPM-PRODUCT-NAME     PIC X(30).
           05 OPM-PRODUCT-PRICE    PIC S9(5)V99 COMP-3.
           05 OPM-STOCK-QUANTITY   PIC 9(5).
           05 OPM-LOCATION-QTY OCCURS 2 TIMES
                                   PIC 9(5).
           05 OPM-ACTIVE-FLAG      PIC X(1).
           05 OPM-REORDER-POINT    PIC 9(5).
           05 OPM-SUPPLIER-ID      PIC 9(5).
           05 OPM-LAST-COST        PIC S9(5)V99 COMP-3.
           05 OPM-AVG-COST         PIC S9(5)V99 COMP-3.
           05 OPM-CATEGORY         PIC X(4).
           05 OPM-SKU              PIC X(15).

       FD  OLD-PO-FILE.
       01  OPO-RECORD.
           05 OPO-KEY.
              10 OPO-NUMBER        PIC 9(5).
              10 OPO-PRODUCT-ID    PIC 9(5).
           05 OPO-SUPPLIER-ID      PIC 9(5).
           05 OPO-QUANTITY         PIC 9(5).
           05 OPO-UNIT-COST        PIC 9(5)V99.
           05 OPO-LINE-COST        PIC 9(9)V99.
           05 OPO-RECEIVED-QTY     PIC 9(5).
           05 OPO-STATUS           PIC X(1).

       FD  OLD-STOCK-MOVEMENT.
       01  OMV-RECORD.
           05 OMV-KEY.
              10 OMV-PRODUCT-ID    PIC 9(5).
              10 OMV-DATE          PIC 9(8).
              10 OMV-TIME          PIC 9(8).
           05 OMV-TYPE             PIC X(1).
           05 OMV-QTY-IN           PIC 9(5).
           05 OMV-QTY-OUT          PIC 9(5).
           05 OMV-REASON           PIC X(10).
           05 OMV-BALANCE          PIC 9(5).
           05 OMV-LOCATION         PIC 9(1).

       FD  OLD-ORDER-FILE.
       01  OSO-RECORD.
           05 OSO-KEY.
              10 OSO-NUMBER        PIC 9(5).
              10 OSO-PRODUCT-ID    PIC 9(5).
           05 OSO-CUSTOMER         PIC X(30).
           05 OSO-QUANTITY         PIC 9(5).
           05 OSO-ALLOCATED-QTY    PIC 9(5).
           05 OSO-SHIPPED-QTY      PIC 9(5).
           05 OSO-STATUS           PIC X(1).

       FD  ACCOUNT-MAP-FILE.
       01  GM-RECORD.
           05 GM-CATEGORY          PIC X(4).
           05 GM-MOVE-CLASS        PIC X(1).
           05 GM-INVENTORY-ACCOUNT PIC X(10).
           05 GM-OFFSET-ACCOUNT    PIC X(10).

       FD  JOURNAL-FILE.
       01  JN-LINE                 PIC X(120).

       FD  JOURNAL-REPORT.
       01  JR-LINE                 PIC X(100).

       FD  RATE-FILE.
       01  RT-RECORD.
           05 RT-CURRENCY          PIC X(3).
              10 Avg-Cost-List     PIC S9(5)V99 COMP-3.
              10 Category-List     PIC X(4).
              10 Sku-List          PIC X(15).
              10 Order-Qty-List    PIC 9(5).

       01 Supplier-Count           PIC 9(5) VALUE 0.
       01 WS-Max-Suppliers         PIC 9(5) VALUE 1000.
                 88 Sup-Entry-Active        VALUE 'A'.
                 88 Sup-Entry-Inactive      VALUE 'I'.

       01 Customer-Count           PIC 9(5) VALUE 0.
       01 WS-Max-Customers         PIC 9(5) VALUE 2000.
       01 Customer-Table.
           05 Customer-Entry OCCURS 1 TO 2000 TIMES
                 DEPENDING ON Customer-Count.
              10 Cus-ID-List       PIC 9(5).
              10 Cus-Name-List     PIC X(30).
              10 Cus-Address-List  PIC X(30).
              10 Cus-City-List     PIC X(20).
              10 Cus-Limit-List    PIC 9(7)V99.
              10 Cus-Terms-List    PIC 9(3).
              10 Cus-Status-List   PIC X(1).
                 88 Cus-Entry-Active        VALUE 'A'.
                 88 Cus-Entry-Hold          VALUE 'H'.
                 88 Cus-Entry-Inactive      VALUE 'I'.
              10 Cus-Open-List     PIC X(1).

       01 Bom-Count                PIC 9(5) VALUE 0.
       01 WS-Max-Bom               PIC 9(5) VALUE 2000.
       01 Bom-Table.
           05 Bom-Entry OCCURS 1 TO 2000 TIMES
                 DEPENDING ON Bom-Count.
              10 Bom-Parent-List   PIC 9(5).
              10 Bom-Component-List PIC 9(5).
              10 Bom-Qty-List      PIC 9(4).

       01 Category-Count           PIC 9(3) VALUE 0.
       01 WS-Max-Categories        PIC 9(3) VALUE 100.
       01 Category-Table.
                 DEPENDING ON Category-Count.
              10 Cat-Code-List     PIC X(4).
              10 Cat-Desc-List     PIC X(30).
              10 Cat-Safety-List   PIC 9(2)V99.

       01 I PIC 9(5) VALUE 0.
       01 J PIC 9(5) VALUE 0.
       01 WS-Audit-Action          PIC X(10).
       01 WS-Audit-Before          PIC X(90).
       01 WS-Audit-After           PIC X(90).
       01 WS-Audit-Supervisor      PIC X(8) VALUE SPACES.
       01 WS-Audit-Price-Display   PIC $$$$$9.99.
       01 WS-Audit-Qty-Display     PIC Z(4)9.
       01 WS-Audit-Reorder-Display PIC Z(4)9.
           88 WS-Sup-Found                 VALUE 'Y'.
           88 WS-Sup-Not-Found             VALUE 'N'.
       01 WS-Sup-Lead-Display      PIC ZZ9.

       01 WS-CM-STATUS             PIC XX.
       01 WS-Customer-Temp         PIC 9(5).
       01 WS-Customer-Index        PIC 9(5) VALUE 0.
       01 WS-Cus-Found-Flag        PIC X(1) VALUE 'N'.
           88 WS-Cus-Found                 VALUE 'Y'.
           88 WS-Cus-Not-Found             VALUE 'N'.
       01 WS-Cus-Terms-Display     PIC ZZ9.
       01 WS-Cus-Limit-Display     PIC $$,$$$,$$9.99.
       01 WS-Cost-Display          PIC $$$,$$9.99.

       01 WS-OP-STATUS             PIC XX.
       01 WS-Operator-ID           PIC X(8) VALUE "BATCH".
       01 WS-Operator-Name         PIC X(30) VALUE SPACES.
       01 WS-Operator-Role         PIC X(1) VALUE SPACE.
           88 WS-Role-Clerk                VALUE 'O'.
           88 WS-Role-Buyer                VALUE 'C'.
           88 WS-Role-Supervisor           VALUE 'S'.
           88 WS-Role-Admin                VALUE 'A'.
       01 WS-Operator-Temp         PIC X(8).
       01 WS-Password-Input        PIC X(10).
       01 WS-Signon-Tries          PIC 9(1) VALUE 0.
       01 WS-Signon-Flag           PIC X(1) VALUE 'N'.
           88 WS-Signed-On                 VALUE 'Y'.
           88 WS-Not-Signed-On             VALUE 'N'.
       01 WS-Op-Valid-Flag         PIC X(1) VALUE 'N'.
           88 WS-Op-Valid                  VALUE 'Y'.
           88 WS-Op-Invalid                VALUE 'N'.
       01 WS-Op-EOF-Flag           PIC X(1) VALUE 'N'.
           88 WS-Op-EOF                    VALUE 'Y'.
           88 WS-Op-Not-EOF                VALUE 'N'.
       01 WS-Op-Count              PIC 9(5) VALUE 0.
       01 WS-Role-Code             PIC X(1).
       01 WS-Role-Desc             PIC X(13).
       01 WS-Op-Password-Note      PIC X(20).
       01 WS-Menu-Option           PIC X(1).
       01 WS-Menu-Text             PIC X(50).
       01 WS-Menu-Roles            PIC X(4).
       01 WS-Role-Count            PIC 9(1) VALUE 0.
       01 WS-Option-Flag           PIC X(1) VALUE 'N'.
           88 WS-Option-Allowed            VALUE 'Y'.
           88 WS-Option-Denied             VALUE 'N'.
       01 WS-Approval-Flag         PIC X(1) VALUE 'N'.
           88 WS-Approval-Granted          VALUE 'Y'.
           88 WS-Approval-Denied           VALUE 'N'.
       01 WS-Price-Change-Pct      PIC 9(7)V99 VALUE 0.
       01 WS-Over-Limit-Flag       PIC X(1) VALUE 'N'.
           88 WS-Over-Limit                VALUE 'Y'.
           88 WS-Within-Limit              VALUE 'N'.

       01 M PIC 9(5) VALUE 0.
       01 N PIC 9(5) VALUE 0.

       01 WS-ORD-STATUS            PIC XX.
       01 WS-Ord-Number            PIC 9(5) VALUE 0.
       01 WS-Ord-Customer          PIC X(30).
       01 WS-Ord-Customer-ID       PIC 9(5) VALUE 0.
       01 WS-Ord-Open-Value        PIC S9(12)V99 COMP-3 VALUE 0.
       01 WS-Ord-New-Value         PIC S9(12)V99 COMP-3 VALUE 0.
       01 WS-Ord-Exposure          PIC S9(12)V99 COMP-3 VALUE 0.
       01 WS-Ord-Value-Display     PIC -$$$,$$$,$$9.99.
       01 WS-Ord-Cus-Back-Count    PIC 9(5) VALUE 0.
       01 WS-Ord-Cus-Back-Value    PIC S9(12)V99 COMP-3 VALUE 0.
       01 WS-Ord-Credit-Flag       PIC X(1) VALUE 'O'.
           88 WS-Ord-Credit-OK             VALUE 'O'.
           88 WS-Ord-Credit-Held           VALUE 'H'.
           88 WS-Ord-Credit-Refused        VALUE 'R'.
       01 WS-Ord-Orphan-Flag       PIC X(1) VALUE 'N'.
           88 WS-Ord-Orphans               VALUE 'Y'.
           88 WS-Ord-No-Orphans            VALUE 'N'.
       01 WS-Ord-Qty               PIC 9(5) VALUE 0.
       01 WS-Ord-Available         PIC S9(6) VALUE 0.
       01 WS-Ord-Alloc             PIC 9(5) VALUE 0.
           05 WS-OD-Status         PIC X(10).
           05 FILLER               PIC X(29) VALUE SPACES.

       01 WS-Ord-Customer-Line.
           05 FILLER               PIC X(9)  VALUE "Cliente: ".
           05 WS-OC-ID             PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OC-Name           PIC X(30).
           05 FILLER               PIC X(9)  VALUE "  Limite:".
           05 WS-OC-Limit          PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-OC-Status         PIC X(10).
           05 FILLER               PIC X(20) VALUE SPACES.

       01 WS-Ord-Customer-Total.
           05 FILLER               PIC X(24)
                 VALUE "  Backorders del cliente".
           05 FILLER               PIC X(2)  VALUE ": ".
           05 WS-OCT-Count         PIC Z(4)9.
           05 FILLER               PIC X(20)
                 VALUE " lineas, pendiente: ".
           05 WS-OCT-Value         PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(35) VALUE SPACES.

       01 WS-Ord-Total-Line.
           05 FILLER               PIC X(18)
                 VALUE "Lineas abiertas: ".
       01 WS-Mov-Reason            PIC X(10).
       01 WS-Mov-Balance           PIC 9(5).
       01 WS-Mov-Location          PIC 9(1) VALUE 1.
       01 WS-Mov-Lot               PIC X(15) VALUE SPACES.
       01 WS-Mov-Written-Flag      PIC X(1) VALUE 'N'.
           88 WS-Mov-Written               VALUE 'Y'.
           88 WS-Mov-Not-Written           VALUE 'N'.
           05 FILLER               PIC X(8)  VALUE "Salida".
           05 FILLER               PIC X(12) VALUE "Motivo".
           05 FILLER               PIC X(7)  VALUE "Saldo".
           05 FILLER               PIC X(5)  VALUE "Dep.".
           05 FILLER               PIC X(17) VALUE "Lote".
           05 FILLER               PIC X(8)  VALUE "Operador".

       01 WS-Mov-Detail.
           05 WS-MV-D-Date         PIC 9(8).
           05 WS-MV-D-Reason       PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MV-D-Balance      PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MV-D-Location     PIC 9(1).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-MV-D-Lot          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MV-D-Operator     PIC X(8).

       01 WS-LT-STATUS             PIC XX.
       01 WS-EXP-STATUS            PIC XX.
       01 WS-Lot-Number            PIC X(15) VALUE SPACES.
       01 WS-Lot-Expiry            PIC 9(8) VALUE 0.
       01 WS-Lot-Product-ID        PIC 9(5) VALUE 0.
       01 WS-Lot-Location          PIC 9(1) VALUE 1.
       01 WS-Lot-Draw-Qty          PIC 9(5) VALUE 0.
       01 WS-Lot-Remaining         PIC 9(5) VALUE 0.
       01 WS-Lot-Take-Qty          PIC 9(5) VALUE 0.
       01 WS-Lot-Balance           PIC S9(7) VALUE 0.
       01 WS-Lot-Best-Number       PIC X(15).
       01 WS-Lot-Best-Expiry       PIC 9(8) VALUE 0.
       01 WS-Lot-Index             PIC 9(3) VALUE 0.
       01 WS-Lot-Days              PIC S9(5) VALUE 0.
       01 WS-Lot-Cutoff            PIC 9(8) VALUE 0.
       01 WS-Lot-Days-Ahead        PIC 9(4) VALUE 0.
       01 WS-Lot-Today-Int         PIC 9(7) VALUE 0.
       01 WS-Lot-Value             PIC S9(12)V99 COMP-3 VALUE 0.
       01 WS-Lot-Loc-Total         PIC S9(14)V99 COMP-3 VALUE 0.
       01 WS-Lot-Grand-Total       PIC S9(14)V99 COMP-3 VALUE 0.
       01 WS-Lot-Line-Count        PIC 9(5) VALUE 0.
       01 WS-Lot-EOF-Flag          PIC X(1) VALUE 'N'.
           88 WS-Lot-EOF                   VALUE 'Y'.
           88 WS-Lot-Not-EOF               VALUE 'N'.
       01 WS-Lot-Picked-Flag       PIC X(1) VALUE 'N'.
           88 WS-Lot-Picked                VALUE 'Y'.
           88 WS-Lot-Not-Picked            VALUE 'N'.
       01 WS-Lot-Direction         PIC X(1) VALUE 'O'.
           88 WS-Lot-Outbound              VALUE 'O'.
           88 WS-Lot-Inbound               VALUE 'I'.
       01 Lot-Draw-Count           PIC 9(3) VALUE 0.
       01 WS-Max-Lot-Draws         PIC 9(3) VALUE 50.
       01 Lot-Draw-Table.
           05 Lot-Draw-Entry OCCURS 1 TO 50 TIMES
                 DEPENDING ON Lot-Draw-Count.
              10 Lot-Draw-Number-List PIC X(15).
              10 Lot-Draw-Qty-List PIC 9(5).

       01 WS-Exp-Header-1.
           05 FILLER               PIC X(23)
                 VALUE "Lotes por vencer hasta ".
           05 WS-EXH-Date          PIC 9(8).
           05 FILLER               PIC X(8)  VALUE " - pag. ".
           05 WS-EXH-Page          PIC ZZ9.
           05 FILLER               PIC X(58) VALUE SPACES.

       01 WS-Exp-Header-2.
           05 FILLER               PIC X(7)  VALUE "ID".
           05 FILLER               PIC X(22) VALUE "Nombre".
           05 FILLER               PIC X(17) VALUE "Lote".
           05 FILLER               PIC X(10) VALUE "Vence".
           05 FILLER               PIC X(7)  VALUE "Dias".
           05 FILLER               PIC X(7)  VALUE "Cant.".
           05 FILLER               PIC X(16) VALUE "Valor".
           05 FILLER               PIC X(14) VALUE "Marca".

       01 WS-Exp-Location-Line.
           05 FILLER               PIC X(9)  VALUE "Deposito ".
           05 WS-EXL-Location      PIC 9(1).
           05 FILLER               PIC X(90) VALUE SPACES.

       01 WS-Exp-Detail.
           05 WS-EX-D-ID           PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-EX-D-Name         PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-EX-D-Lot          PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-EX-D-Expiry       PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-EX-D-Days         PIC -(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-EX-D-Qty          PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-EX-D-Value        PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-EX-D-Flag         PIC X(8).
           05 FILLER               PIC X(6)  VALUE SPACES.

       01 WS-Exp-Total-Line.
           05 WS-EXT-Label         PIC X(30).
           05 WS-EXT-Value         PIC $$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(48) VALUE SPACES.

       01 WS-PR-STATUS             PIC XX.
       01 WS-Tax-Rate              PIC 9(2)V99 VALUE 21.00.
       01 WS-Qty-Tolerance         PIC 9(3)V99 VALUE 0.
       01 WS-Price-Tolerance       PIC 9(3)V99 VALUE 2.00.
       01 WS-Rop-Weeks             PIC 9(2) VALUE 13.
       01 WS-Rop-Default-Factor    PIC 9(2)V99 VALUE 1.00.
       01 WS-Rop-Cover-Days        PIC 9(3) VALUE 30.
       01 WS-Rop-Default-Lead      PIC 9(3) VALUE 7.
       01 WS-Adjust-Limit          PIC 9(5) VALUE 100.
       01 WS-Transfer-Limit        PIC 9(5) VALUE 500.
       01 WS-Price-Change-Limit    PIC 9(3)V99 VALUE 10.00.

       01 WS-IV-STATUS             PIC XX.
       01 WS-IVP-STATUS            PIC XX.
       01 WS-AX-STATUS             PIC XX.
       01 WS-Inv-Number            PIC 9(5) VALUE 0.
       01 WS-Inv-Line-Count        PIC 9(3) VALUE 0.
       01 WS-Inv-Date              PIC 9(8) VALUE 0.
       01 WS-Inv-Due-Date          PIC 9(8) VALUE 0.
       01 WS-Inv-Customer-ID       PIC 9(5) VALUE 0.
       01 WS-Inv-Terms             PIC 9(3) VALUE 0.
       01 WS-Inv-Unit-Price        PIC 9(5)V99 VALUE 0.
       01 WS-Inv-Price-Date        PIC 9(8) VALUE 0.
       01 WS-Inv-Line-Net          PIC 9(9)V99 VALUE 0.
       01 WS-Inv-Line-Tax          PIC 9(9)V99 VALUE 0.
       01 WS-Inv-Net-Total         PIC 9(9)V99 VALUE 0.
       01 WS-Inv-Tax-Total         PIC 9(9)V99 VALUE 0.
       01 WS-Inv-Grand-Total       PIC 9(9)V99 VALUE 0.
       01 WS-Inv-Open-Flag         PIC X(1) VALUE 'N'.
           88 WS-Inv-File-Open             VALUE 'Y'.
           88 WS-Inv-File-Closed           VALUE 'N'.
       01 WS-Inv-EOF-Flag          PIC X(1) VALUE 'N'.
           88 WS-Inv-EOF                   VALUE 'Y'.
           88 WS-Inv-Not-EOF               VALUE 'N'.
       01 WS-Inv-Amount-Display    PIC $$$,$$$,$$9.99.
       01 WS-AX-Count              PIC 9(9) VALUE 0.
       01 WS-AX-Total              PIC S9(14)V99 COMP-3 VALUE 0.
       01 WS-AX-Net                PIC 9(9).99.
       01 WS-AX-Tax                PIC 9(9).99.
       01 WS-AX-Amount             PIC 9(9).99.
       01 WS-AX-Total-Out          PIC 9(14).99.
       01 WS-AX-Name-Len           PIC 9(2) VALUE 0.
       01 WS-AX-Name               PIC X(30).

       01 WS-Inv-Title-Line.
           05 FILLER               PIC X(13) VALUE "FACTURA Nro. ".
           05 WS-IT-Number         PIC 9(5).
           05 FILLER               PIC X(10) VALUE "   Fecha: ".
           05 WS-IT-Date           PIC 9(8).
           05 FILLER               PIC X(14) VALUE "   Vencimiento".
           05 FILLER               PIC X(2)  VALUE ": ".
           05 WS-IT-Due            PIC 9(8).
           05 FILLER               PIC X(40) VALUE SPACES.

       01 WS-Inv-Customer-Line.
           05 FILLER               PIC X(9)  VALUE "Cliente: ".
           05 WS-IC-ID             PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-IC-Name           PIC X(30).
           05 FILLER               PIC X(54) VALUE SPACES.

       01 WS-Inv-Address-Line.
           05 FILLER               PIC X(16) VALUE SPACES.
           05 WS-IA-Address        PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-IA-City           PIC X(20).
           05 FILLER               PIC X(32) VALUE SPACES.

       01 WS-Inv-Order-Line.
           05 FILLER               PIC X(8)  VALUE "Pedido: ".
           05 WS-IO-Order          PIC Z(4)9.
           05 FILLER               PIC X(20)
                 VALUE "   Condicion: pago a".
           05 WS-IO-Terms          PIC ZZ9.
           05 FILLER               PIC X(5)  VALUE " dias".
           05 FILLER               PIC X(59) VALUE SPACES.

       01 WS-Inv-Column-Line.
           05 FILLER               PIC X(10) VALUE "Producto".
           05 FILLER               PIC X(32) VALUE "Descripcion".
           05 FILLER               PIC X(8)  VALUE "Cant.".
           05 FILLER               PIC X(14) VALUE "Precio unit.".
           05 FILLER               PIC X(16) VALUE "Importe".
           05 FILLER               PIC X(20) VALUE SPACES.

       01 WS-Inv-Detail.
           05 WS-ID-Product        PIC Z(4)9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 WS-ID-Name           PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-ID-Qty            PIC Z(4)9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-ID-Price          PIC $$$,$$9.99.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-ID-Amount         PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(22) VALUE SPACES.

       01 WS-Inv-Total-Line.
           05 FILLER               PIC X(50) VALUE SPACES.
           05 WS-ITL-Label         PIC X(18).
           05 WS-ITL-Amount        PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(18) VALUE SPACES.

       01 WS-Tax-Rate-Display      PIC Z9.99.

       01 WS-SI-STATUS             PIC XX.
       01 WS-HD-STATUS             PIC XX.
       01 WS-MR-STATUS             PIC XX.
       01 WS-SI-Supplier-ID        PIC 9(5) VALUE 0.
       01 WS-SI-Invoice-Number     PIC X(15).
       01 WS-SI-PO-Number          PIC 9(5) VALUE 0.
       01 WS-SI-Currency           PIC X(3).
       01 WS-SI-Date               PIC 9(8) VALUE 0.
       01 WS-SI-Qty                PIC 9(5) VALUE 0.
       01 WS-SI-Price              PIC 9(5)V99 VALUE 0.
       01 WS-SI-Open-Qty           PIC S9(6) VALUE 0.
       01 WS-SI-Matched-Qty        PIC 9(5) VALUE 0.
       01 WS-SI-Amount             PIC 9(9)V99 VALUE 0.
       01 WS-SI-Total              PIC 9(9)V99 VALUE 0.
       01 WS-SI-Variance           PIC S9(9)V99 VALUE 0.
       01 WS-SI-Pct                PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-SI-Reason             PIC X(20).
       01 WS-SI-Line-Count         PIC 9(3) VALUE 0.
       01 WS-SI-Hold-Count         PIC 9(3) VALUE 0.
       01 WS-SI-Invoice-Status     PIC X(1) VALUE SPACE.
       01 WS-SI-Purged             PIC 9(5) VALUE 0.
       01 WS-SI-PO-Line-Count      PIC 9(3) VALUE 0.
       01 WS-SI-Qty-Flag           PIC X(1) VALUE 'N'.
           88 WS-SI-Qty-Off                VALUE 'Y'.
           88 WS-SI-Qty-OK                 VALUE 'N'.
       01 WS-SI-Price-Flag         PIC X(1) VALUE 'N'.
           88 WS-SI-Price-Off              VALUE 'Y'.
           88 WS-SI-Price-OK               VALUE 'N'.
       01 WS-BM-STATUS             PIC XX.
       01 WS-Bom-Index             PIC 9(5) VALUE 0.
       01 WS-Bom-Found-Index       PIC 9(5) VALUE 0.
       01 WS-Bom-Qty               PIC 9(4) VALUE 0.
       01 WS-Kit-Parent-ID         PIC 9(5) VALUE 0.
       01 WS-Kit-Parent-Index      PIC 9(5) VALUE 0.
       01 WS-Kit-Component-ID      PIC 9(5) VALUE 0.
       01 WS-Kit-Comp-Count        PIC 9(5) VALUE 0.
       01 WS-Kit-Qty               PIC 9(5) VALUE 0.
       01 WS-Kit-Required          PIC 9(9) VALUE 0.
       01 WS-Kit-Unit-Cost         PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-Kit-Old-Cost          PIC S9(5)V99 COMP-3 VALUE 0.
       01 WS-Kit-Reason            PIC X(10).
       01 WS-Kit-Errors            PIC 9(5) VALUE 0.
       01 WS-Kit-Projected         PIC S9(9) COMP-3 VALUE 0.
       01 WS-Kit-Build-Qty         PIC S9(9) COMP-3 VALUE 0.
       01 WS-Kit-Pass              PIC 9(3) VALUE 0.
       01 WS-Kit-Max-Levels        PIC 9(3) VALUE 10.
       01 WS-Kit-Rolled            PIC 9(5) VALUE 0.
       01 WS-Kit-Short-Flag        PIC X(1) VALUE 'N'.
           88 WS-Kit-Short                 VALUE 'Y'.
           88 WS-Kit-Available             VALUE 'N'.
       01 WS-Kit-Change-Flag       PIC X(1) VALUE 'N'.
           88 WS-Kit-Changed               VALUE 'Y'.
           88 WS-Kit-Unchanged             VALUE 'N'.
       01 WS-Kit-Issued-Table.
           05 WS-Kit-Issued-Flag   PIC X(1) OCCURS 2000 TIMES.
       01 WS-Kit-Table.
           05 WS-Kit-Row OCCURS 5000 TIMES.
              10 Kit-Demand        PIC S9(9) COMP-3.
              10 Kit-Demand-New    PIC S9(9) COMP-3.
              10 Kit-Parent-Flag   PIC X(1).
       01 WS-Kit-Qty-Display       PIC Z(6)9.

       01 WS-RN-STATUS             PIC XX.
       01 WS-RNR-STATUS            PIC XX.
       01 WS-Ret-Doc-Number        PIC 9(5) VALUE 0.
       01 WS-Ret-Qty               PIC 9(5) VALUE 0.
       01 WS-Ret-Available         PIC S9(6) VALUE 0.
       01 WS-Ret-Excess            PIC S9(6) VALUE 0.
       01 WS-Ret-Reason-Code       PIC X(2).
       01 WS-Ret-Reason-Desc       PIC X(20).
       01 WS-Ret-Disposition       PIC X(1).
           88 WS-Ret-To-Stock              VALUE 'S'.
           88 WS-Ret-To-Inspection         VALUE 'I'.
           88 WS-Ret-To-Scrap              VALUE 'X'.
           88 WS-Ret-Replacement           VALUE 'R'.
           88 WS-Ret-No-Replacement        VALUE 'N'.
       01 WS-Ret-Disp-Desc         PIC X(10).
       01 WS-Ret-Insp-Count        PIC 9(5) VALUE 0.
       01 WS-Ret-Insp-Choice       PIC 9(5) VALUE 0.
       01 WS-Ret-Insp-Seq          PIC 9(5) VALUE 0.
       01 WS-Ret-Insp-Updated      PIC 9(5) VALUE 0.
       01 WS-Ret-Insp-Date         PIC 9(8) VALUE 0.
       01 WS-Ret-Insp-Action       PIC X(1) VALUE SPACE.
           88 WS-Ret-Insp-To-Stock         VALUE 'S'.
           88 WS-Ret-Insp-To-Scrap         VALUE 'X'.
       01 WS-Ret-Insp-Saved        PIC X(80).
       01 WS-Ret-Insp-Work         PIC X(80).
       01 WS-Ret-Reason            PIC X(10).
       01 WS-Ret-Unit-Cost         PIC S9(5)V99 COMP-3 VALUE 0.
       01 WS-Ret-Value             PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-Ret-Line-Count        PIC 9(3) VALUE 0.
       01 WS-Ret-Done-Count        PIC 9(3) VALUE 0.
       01 WS-Ret-Month             PIC 9(6) VALUE 0.
       01 WS-Ret-Index             PIC 9(5) VALUE 0.
       01 WS-Ret-Group-Index       PIC 9(5) VALUE 0.
       01 WS-Ret-Insert-Index      PIC 9(5) VALUE 0.
       01 WS-Ret-Reason-Index      PIC 9(3) VALUE 0.
       01 WS-Ret-Overflow          PIC 9(5) VALUE 0.
       01 WS-Ret-Prev-Kind         PIC X(1).
       01 WS-Ret-Group-Key.
           05 WS-Ret-Key-Kind      PIC X(1).
           05 WS-Ret-Key-Party     PIC 9(5).
       01 WS-Ret-Grp-Lines         PIC 9(5) VALUE 0.
       01 WS-Ret-Grp-Qty           PIC 9(7) VALUE 0.
       01 WS-Ret-Grp-Value         PIC S9(12)V99 COMP-3 VALUE 0.
       01 WS-Ret-Cus-Total         PIC S9(12)V99 COMP-3 VALUE 0.
       01 WS-Ret-Sup-Total         PIC S9(12)V99 COMP-3 VALUE 0.
       01 WS-Ret-EOF-Flag          PIC X(1) VALUE 'N'.
           88 WS-Ret-EOF                   VALUE 'Y'.
           88 WS-Ret-Not-EOF               VALUE 'N'.
       01 Restock-Count            PIC 9(3) VALUE 0.
       01 WS-Max-Restock           PIC 9(3) VALUE 50.
       01 Restock-Table.
           05 Restock-ID-List OCCURS 50 TIMES PIC 9(5).
       01 Ret-Count                PIC 9(5) VALUE 0.
       01 WS-Max-Returns           PIC 9(5) VALUE 2000.
       01 Return-Table.
           05 Return-Entry OCCURS 1 TO 2000 TIMES
                 DEPENDING ON Ret-Count.
              10 Ret-Date-List     PIC 9(8).
              10 Ret-Key-List.
                 15 Ret-Kind-List  PIC X(1).
                 15 Ret-Party-List PIC 9(5).
              10 Ret-Doc-List      PIC 9(5).
              10 Ret-Product-List  PIC 9(5).
              10 Ret-Qty-List      PIC 9(5).
              10 Ret-Reason-List   PIC X(2).
              10 Ret-Disp-List     PIC X(1).
              10 Ret-Value-List    PIC 9(9)V99.
       01 Ret-Group-Count          PIC 9(5) VALUE 0.
       01 Return-Group-Table.
           05 Rgp-Entry OCCURS 1 TO 2000 TIMES
                 DEPENDING ON Ret-Group-Count.
              10 Rgp-Key-List.
                 15 Rgp-Kind-List  PIC X(1).
                 15 Rgp-Party-List PIC 9(5).
       01 Ret-Reason-Count         PIC 9(3) VALUE 0.
       01 WS-Max-Ret-Reasons       PIC 9(3) VALUE 20.
       01 Return-Reason-Table.
           05 Rsn-Entry OCCURS 1 TO 20 TIMES
                 DEPENDING ON Ret-Reason-Count.
              10 Rsn-Code-List     PIC X(2).
              10 Rsn-Cus-Qty-List  PIC 9(7).
              10 Rsn-Cus-Value-List PIC S9(12)V99 COMP-3.
              10 Rsn-Sup-Qty-List  PIC 9(7).
              10 Rsn-Sup-Value-List PIC S9(12)V99 COMP-3.

       01 WS-Ret-Header-1.
           05 FILLER               PIC X(30)
                 VALUE "Informe de devoluciones - mes ".
           05 WS-DVH-Month         PIC 9(6).
           05 FILLER               PIC X(8)  VALUE " - pag. ".
           05 WS-DVH-Page          PIC ZZ9.
           05 FILLER               PIC X(53) VALUE SPACES.

       01 WS-Ret-Header-2.
           05 FILLER               PIC X(10) VALUE "Fecha".
           05 FILLER               PIC X(7)  VALUE "Docum.".
           05 FILLER               PIC X(26) VALUE "Producto".
           05 FILLER               PIC X(7)  VALUE "Cant.".
           05 FILLER               PIC X(22) VALUE "Motivo".
           05 FILLER               PIC X(12) VALUE "Destino".
           05 FILLER               PIC X(16) VALUE "Valor".

       01 WS-Ret-Section-Line.
           05 WS-DVS-Title          PIC X(40).
           05 FILLER               PIC X(60) VALUE SPACES.

       01 WS-Ret-Group-Line.
           05 WS-DVG-Label          PIC X(11).
           05 WS-DVG-Party          PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DVG-Name           PIC X(30).
           05 FILLER               PIC X(52) VALUE SPACES.

       01 WS-Ret-Detail.
           05 WS-DVD-Date           PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DVD-Doc            PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DVD-Product        PIC Z(4)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DVD-Name           PIC X(19).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DVD-Qty            PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DVD-Reason         PIC X(2).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DVD-Reason-Desc    PIC X(18).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DVD-Disposition    PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-DVD-Value          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.

       01 WS-Ret-Group-Total.
           05 FILLER               PIC X(10) VALUE "  Total: ".
           05 WS-DVGT-Lines         PIC Z(4)9.
           05 FILLER               PIC X(17)
                 VALUE " lineas, unidades".
           05 WS-DVGT-Qty           PIC Z(6)9.
           05 FILLER               PIC X(9)  VALUE ", valor: ".
           05 WS-DVGT-Value         PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(38) VALUE SPACES.

       01 WS-Ret-Reason-Header.
           05 FILLER               PIC X(24) VALUE "Motivo".
           05 FILLER               PIC X(10) VALUE "Cant.cli.".
           05 FILLER               PIC X(17) VALUE "Valor clientes".
           05 FILLER               PIC X(10) VALUE "Cant.prov.".
           05 FILLER               PIC X(17) VALUE "Valor proveedores".
           05 FILLER               PIC X(22) VALUE SPACES.

       01 WS-Ret-Reason-Line.
           05 WS-DVR-Code           PIC X(2).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DVR-Desc           PIC X(20).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-DVR-Cus-Qty        PIC Z(6)9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-DVR-Cus-Value      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-DVR-Sup-Qty        PIC Z(6)9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-DVR-Sup-Value      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(25) VALUE SPACES.

       01 WS-Ret-Total-Line.
           05 WS-DVT-Label          PIC X(36).
           05 WS-DVT-Value          PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(46) VALUE SPACES.

       01 WS-RP-STATUS             PIC XX.
       01 WS-RPR-STATUS            PIC XX.
       01 WS-Rop-Date-From         PIC 9(8) VALUE 0.
       01 WS-Rop-Date-To           PIC 9(8) VALUE 0.
       01 WS-Rop-Days              PIC 9(3) VALUE 0.
       01 WS-Rop-Prev-ID           PIC 9(5) VALUE 0.
       01 WS-Rop-Prev-Index        PIC 9(5) VALUE 0.
       01 WS-Rop-Day-Date          PIC 9(8) VALUE 0.
       01 WS-Rop-Day-Qty           PIC 9(7) VALUE 0.
       01 WS-Rop-Avg-Daily         PIC 9(5)V99 VALUE 0.
       01 WS-Rop-Lead              PIC 9(3) VALUE 0.
       01 WS-Rop-Factor            PIC 9(2)V99 VALUE 0.
       01 WS-Rop-Safety            PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-Rop-Work              PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-Rop-New-Reorder       PIC 9(5) VALUE 0.
       01 WS-Rop-New-Order-Qty     PIC 9(5) VALUE 0.
       01 WS-Rop-Analyzed          PIC 9(5) VALUE 0.
       01 WS-Rop-Proposed          PIC 9(5) VALUE 0.
       01 WS-Rop-Applied           PIC 9(5) VALUE 0.
       01 WS-Rop-Rejected          PIC 9(5) VALUE 0.
       01 WS-Rop-Pending           PIC 9(5) VALUE 0.
       01 WS-Rop-Index             PIC 9(5) VALUE 0.
       01 WS-Rop-Review-Flag       PIC X(1) VALUE 'N'.
           88 WS-Rop-Review-End            VALUE 'Y'.
           88 WS-Rop-Review-Go             VALUE 'N'.
       01 WS-Rop-EOF-Flag          PIC X(1) VALUE 'N'.
           88 WS-Rop-EOF                   VALUE 'Y'.
           88 WS-Rop-Not-EOF               VALUE 'N'.
       01 WS-Rop-Table.
           05 WS-Rop-Row OCCURS 5000 TIMES.
              10 Rop-Usage         PIC 9(7).
              10 Rop-Peak          PIC 9(5).
       01 Prop-Count               PIC 9(5) VALUE 0.
       01 WS-Max-Proposals         PIC 9(5) VALUE 5000.
       01 Proposal-Table.
           05 Prop-Entry OCCURS 1 TO 5000 TIMES
                 DEPENDING ON Prop-Count.
              10 Prop-Record       PIC X(62).

       01 WS-Rop-Header-1.
           05 FILLER               PIC X(38)
                 VALUE "Propuesta de puntos de pedido - desde ".
           05 WS-PPH-From          PIC 9(8).
           05 FILLER               PIC X(7)  VALUE " hasta ".
           05 WS-PPH-To            PIC 9(8).
           05 FILLER               PIC X(8)  VALUE " - pag. ".
           05 WS-PPH-Page          PIC ZZ9.
           05 FILLER               PIC X(28) VALUE SPACES.

       01 WS-Rop-Header-2.
           05 FILLER               PIC X(7)  VALUE "Prod.".
           05 FILLER               PIC X(21) VALUE "Nombre".
           05 FILLER               PIC X(9)  VALUE "Uso tot.".
           05 FILLER               PIC X(10) VALUE "Prom/dia".
           05 FILLER               PIC X(7)  VALUE "Pico".
           05 FILLER               PIC X(6)  VALUE "Plazo".
           05 FILLER               PIC X(7)  VALUE "Factor".
           05 FILLER               PIC X(8)  VALUE "PP ant.".
           05 FILLER               PIC X(8)  VALUE "PP nuevo".
           05 FILLER               PIC X(9)  VALUE "Cant.ant.".
           05 FILLER               PIC X(8)  VALUE "Cant.nva".

       01 WS-Rop-Detail.
           05 WS-PPD-ID            PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-PPD-Name          PIC X(20).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-PPD-Usage         PIC Z(6)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-PPD-Avg           PIC Z(4)9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-PPD-Peak          PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-PPD-Lead          PIC ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-PPD-Factor        PIC Z9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-PPD-Old-Reorder   PIC Z(4)9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-PPD-New-Reorder   PIC Z(4)9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-PPD-Old-Qty       PIC Z(4)9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WS-PPD-New-Qty       PIC Z(4)9.
           05 FILLER               PIC X(3)  VALUE SPACES.

       01 WS-Rop-Total-Line.
           05 WS-PPT-Label         PIC X(40).
           05 WS-PPT-Count         PIC Z(4)9.
           05 FILLER               PIC X(55) VALUE SPACES.

       01 WS-BK-STATUS             PIC XX.
       01 WS-BC-STATUS             PIC XX.
       01 WS-BKR-STATUS            PIC XX.
       01 WS-RV-STATUS             PIC XX.
       01 WS-Backup-File-Name      PIC X(74).
       01 WS-Bkp-File-ID           PIC X(8).
       01 WS-Bkp-Date              PIC 9(8) VALUE 0.
       01 WS-Bkp-Time              PIC 9(8) VALUE 0.
       01 WS-Bkp-Count             PIC 9(9) VALUE 0.
       01 WS-Bkp-Key-Hash          PIC 9(18) VALUE 0.
       01 WS-Bkp-Qty-Hash          PIC 9(15) VALUE 0.
       01 WS-Bkp-Key-Work          PIC 9(10) VALUE 0.
       01 WS-Bkp-PM-Count          PIC 9(7) VALUE 0.
       01 WS-Bkp-SM-Count          PIC 9(7) VALUE 0.
       01 WS-Bkp-PO-Count          PIC 9(7) VALUE 0.
       01 WS-Bkp-SO-Count          PIC 9(7) VALUE 0.
       01 WS-Bkp-Count-Display     PIC Z(8)9.
       01 WS-Bkp-Hash-Display      PIC Z(17)9.
       01 WS-Bkp-Qty-Display       PIC Z(14)9.
       01 WS-Bkp-Error-Flag        PIC X(1) VALUE 'N'.
           88 WS-Bkp-Error                 VALUE 'Y'.
           88 WS-Bkp-OK                    VALUE 'N'.
       01 WS-Bkp-EOF-Flag          PIC X(1) VALUE 'N'.
           88 WS-Bkp-EOF                   VALUE 'Y'.
           88 WS-Bkp-Not-EOF               VALUE 'N'.
       01 WS-Bkp-Message           PIC X(40).
       01 WS-Bkp-Line-1            PIC X(100).
       01 WS-Bkp-Line-2            PIC X(100).

       01 WS-Rst-Date              PIC 9(8) VALUE 0.
       01 WS-Rst-Time              PIC 9(8) VALUE 0.
       01 WS-Rst-Rec-Date          PIC 9(8) VALUE 0.
       01 WS-Rst-Rec-Time          PIC 9(8) VALUE 0.
       01 WS-Rst-After-Flag        PIC X(1) VALUE 'N'.
           88 WS-Rst-After-Backup          VALUE 'Y'.
           88 WS-Rst-Before-Backup         VALUE 'N'.
       01 WS-Rst-Trailer-Flag      PIC X(1) VALUE 'N'.
           88 WS-Rst-Trailer-Seen          VALUE 'Y'.
           88 WS-Rst-No-Trailer            VALUE 'N'.
       01 WS-Rst-Restored          PIC 9(9) VALUE 0.
       01 WS-Rst-Write-Errors      PIC 9(7) VALUE 0.
       01 WS-Rst-Mov-Replayed      PIC 9(9) VALUE 0.
       01 WS-Rst-Mov-Skipped       PIC 9(9) VALUE 0.
       01 WS-Rst-Aud-Register      PIC 9(7) VALUE 0.
       01 WS-Rst-Aud-Price         PIC 9(7) VALUE 0.
       01 WS-Rst-Aud-Discontinue   PIC 9(7) VALUE 0.
       01 WS-Rst-Aud-Reorder       PIC 9(7) VALUE 0.
       01 WS-Rst-Disagree          PIC 9(7) VALUE 0.
       01 WS-Rst-Prev-ID           PIC 9(5) VALUE 0.
       01 WS-Rst-Prev-Index        PIC 9(5) VALUE 0.
       01 WS-Rst-Last-Balance      PIC 9(5) VALUE 0.
       01 WS-Rst-Location          PIC 9(1) VALUE 1.
       01 WS-Rst-Work              PIC S9(7) VALUE 0.
       01 WS-Rst-Negative-Flag     PIC X(1) VALUE 'N'.
           88 WS-Rst-Negative              VALUE 'Y'.
           88 WS-Rst-Not-Negative          VALUE 'N'.
       01 WS-Rst-Opening-Flag      PIC X(1) VALUE 'N'.
           88 WS-Rst-Opening-Seen          VALUE 'Y'.
           88 WS-Rst-No-Opening            VALUE 'N'.
       01 WS-Rst-Price-Text        PIC X(9).
       01 WS-Rst-Qty-Text          PIC X(5).
       01 WS-Rst-Sel-SM-Flag       PIC X(1) VALUE 'N'.
           88 WS-Rst-Sel-SM                VALUE 'Y'.
       01 WS-Rst-Sel-PO-Flag       PIC X(1) VALUE 'N'.
           88 WS-Rst-Sel-PO                VALUE 'Y'.
       01 WS-Rst-Sel-SO-Flag       PIC X(1) VALUE 'N'.
           88 WS-Rst-Sel-SO                VALUE 'Y'.
       01 WS-Rst-File-List         PIC X(40).
       01 WS-Rst-File-Work         PIC X(40).
       01 WS-Rst-Doc-Kind          PIC X(1) VALUE SPACE.
           88 WS-Rst-Doc-PO                VALUE 'C'.
           88 WS-Rst-Doc-SO                VALUE 'P'.
           88 WS-Rst-Doc-None              VALUE SPACE.
       01 WS-Rst-Doc-Number        PIC 9(5) VALUE 0.
       01 WS-Rst-Doc-Count         PIC 9(5) VALUE 0.
       01 WS-Rst-Doc-Index         PIC 9(5) VALUE 0.
       01 WS-Rst-Doc-Overflow      PIC 9(7) VALUE 0.
       01 WS-Rst-Doc-Table.
           05 WS-Rst-Doc-Row OCCURS 500 TIMES.
              10 Rst-Doc-Kind      PIC X(1).
              10 Rst-Doc-Number    PIC 9(5).
              10 Rst-Doc-Product   PIC 9(5).
              10 Rst-Doc-Net       PIC S9(7) COMP-3.
       01 WS-Rst-Doc-Reason        PIC X(40).
       01 WS-Rst-Doc-Qty-Display   PIC Z(4)9.
       01 WS-Rst-Doc-Net-Display   PIC -(6)9.

       01 WS-Rst-Exception.
           05 WS-RSE-ID            PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-RSE-Name          PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-RSE-Reason        PIC X(40).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-RSE-Calc          PIC Z(4)9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-RSE-Mov           PIC Z(4)9.
           05 FILLER               PIC X(10) VALUE SPACES.

       01 WS-OPM-STATUS            PIC XX.
       01 WS-OPO-STATUS            PIC XX.
       01 WS-OMV-STATUS            PIC XX.
       01 WS-OSO-STATUS            PIC XX.
       01 WS-Cnv-File-ID           PIC X(8).
       01 WS-Cnv-Read              PIC 9(9) VALUE 0.
       01 WS-Cnv-Written           PIC 9(9) VALUE 0.
       01 WS-Cnv-Errors            PIC 9(7) VALUE 0.
       01 WS-Cnv-Target-Flag       PIC X(1) VALUE 'N'.
           88 WS-Cnv-Target-Free           VALUE 'Y'.
           88 WS-Cnv-Target-Busy           VALUE 'N'.

       01 WS-GM-STATUS             PIC XX.
       01 WS-JN-STATUS             PIC XX.
       01 WS-JR-STATUS             PIC XX.
       01 Map-Count                PIC 9(3) VALUE 0.
       01 WS-Max-Maps              PIC 9(3) VALUE 200.
       01 Account-Map-Table.
           05 Map-Entry OCCURS 1 TO 200 TIMES
                 DEPENDING ON Map-Count.
              10 Map-Category-List PIC X(4).
              10 Map-Class-List    PIC X(1).
              10 Map-Inventory-List PIC X(10).
              10 Map-Offset-List   PIC X(10).
       01 Jnl-Count                PIC 9(3) VALUE 0.
       01 WS-Max-Jnl-Entries       PIC 9(3) VALUE 500.
       01 Journal-Table.
           05 Jnl-Entry OCCURS 1 TO 500 TIMES
                 DEPENDING ON Jnl-Count.
              10 Jnl-Account-List  PIC X(10).
              10 Jnl-Category-List PIC X(4).
              10 Jnl-Class-List    PIC X(1).
              10 Jnl-Debit-List    PIC S9(12)V99 COMP-3.
              10 Jnl-Credit-List   PIC S9(12)V99 COMP-3.
       01 WS-Jnl-Date-From         PIC 9(8) VALUE 0.
       01 WS-Jnl-Date-To           PIC 9(8) VALUE 0.
       01 WS-Jnl-Class             PIC X(1).
           88 WS-Jnl-Receipt               VALUE 'R'.
           88 WS-Jnl-Shipment              VALUE 'I'.
           88 WS-Jnl-Adjustment            VALUE 'A'.
           88 WS-Jnl-Not-Posted            VALUE 'X'.
       01 WS-Jnl-Category          PIC X(4).
       01 WS-Jnl-Inv-Account       PIC X(10).
       01 WS-Jnl-Off-Account       PIC X(10).
       01 WS-Jnl-Post-Account      PIC X(10).
       01 WS-Jnl-Post-Debit        PIC S9(12)V99 COMP-3 VALUE 0.
       01 WS-Jnl-Post-Credit       PIC S9(12)V99 COMP-3 VALUE 0.
       01 WS-Jnl-Value             PIC S9(12)V99 COMP-3 VALUE 0.
       01 WS-Jnl-Unit-Cost         PIC S9(5)V99 COMP-3 VALUE 0.
       01 WS-Jnl-Total-Debit       PIC S9(14)V99 COMP-3 VALUE 0.
       01 WS-Jnl-Total-Credit      PIC S9(14)V99 COMP-3 VALUE 0.
       01 WS-Jnl-Inv-Net           PIC S9(14)V99 COMP-3 VALUE 0.
       01 WS-Jnl-Unmapped-Value    PIC S9(14)V99 COMP-3 VALUE 0.
       01 WS-Jnl-Read              PIC 9(9) VALUE 0.
       01 WS-Jnl-Posted            PIC 9(9) VALUE 0.
       01 WS-Jnl-Excluded          PIC 9(9) VALUE 0.
       01 WS-Jnl-Unmapped          PIC 9(9) VALUE 0.
       01 WS-Jnl-Overflow          PIC 9(9) VALUE 0.
       01 WS-Jnl-Prev-ID           PIC 9(5) VALUE 0.
       01 WS-Jnl-Snap-Open-Date    PIC 9(8) VALUE 0.
       01 WS-Jnl-Snap-Close-Date   PIC 9(8) VALUE 0.
       01 WS-Jnl-Snap-Open-Value   PIC S9(14)V99 COMP-3 VALUE 0.
       01 WS-Jnl-Snap-Close-Value  PIC S9(14)V99 COMP-3 VALUE 0.
       01 WS-Jnl-Snap-Diff         PIC S9(14)V99 COMP-3 VALUE 0.
       01 WS-Jnl-Map-Flag          PIC X(1) VALUE 'N'.
           88 WS-Jnl-Mapped                VALUE 'Y'.
           88 WS-Jnl-Not-Mapped            VALUE 'N'.
       01 WS-Jnl-Debit-Out         PIC 9(12).99.
       01 WS-Jnl-Count-Display     PIC Z(8)9.
       01 WS-Jnl-Credit-Out        PIC 9(12).99.

       01 WS-Jnl-Header-1.
           05 FILLER               PIC X(31)
                 VALUE "Diario de inventario - desde ".
           05 WS-JH-From           PIC 9(8).
           05 FILLER               PIC X(7)  VALUE " hasta ".
           05 WS-JH-To             PIC 9(8).
           05 FILLER               PIC X(8)  VALUE " - pag. ".
           05 WS-JH-Page           PIC ZZ9.
           05 FILLER               PIC X(35) VALUE SPACES.

       01 WS-Jnl-Header-2.
           05 FILLER               PIC X(12) VALUE "Cuenta".
           05 FILLER               PIC X(7)  VALUE "Categ.".
           05 FILLER               PIC X(14) VALUE "Tipo".
           05 FILLER               PIC X(20) VALUE "Debe".
           05 FILLER               PIC X(20) VALUE "Haber".
           05 FILLER               PIC X(27) VALUE SPACES.

       01 WS-Jnl-Detail.
           05 WS-JD-Account        PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-JD-Category       PIC X(4).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WS-JD-Class          PIC X(12).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-JD-Debit          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-JD-Credit         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(30) VALUE SPACES.

       01 WS-Jnl-Total-Line.
           05 WS-JT-Label          PIC X(32).
           05 WS-JT-Value          PIC -$$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-JT-Note           PIC X(43).

       01 WS-SI-EOF-Flag           PIC X(1) VALUE 'N'.
           88 WS-SI-EOF                    VALUE 'Y'.
           88 WS-SI-Not-EOF                VALUE 'N'.
       01 WS-MR-Count              PIC 9(5) VALUE 0.
       01 WS-MR-Var-Home           PIC S9(12)V99 COMP-3 VALUE 0.
       01 WS-MR-Total-Home         PIC S9(14)V99 COMP-3 VALUE 0.

       01 WS-Match-Header-1.
           05 FILLER               PIC X(40)
                 VALUE "Excepciones de conciliacion de facturas ".
           05 FILLER               PIC X(14) VALUE "de proveedor -".
           05 FILLER               PIC X(6)  VALUE " pag. ".
           05 WS-MRH-Page          PIC ZZ9.
           05 FILLER               PIC X(57) VALUE SPACES.

       01 WS-Match-Header-2.
           05 FILLER               PIC X(7)  VALUE "Prov.".
           05 FILLER               PIC X(17) VALUE "Factura".
           05 FILLER               PIC X(7)  VALUE "OC".
           05 FILLER               PIC X(7)  VALUE "Prod.".
           05 FILLER               PIC X(7)  VALUE "Fact.".
           05 FILLER               PIC X(7)  VALUE "Pend.".
           05 FILLER               PIC X(10) VALUE "P.fact.".
           05 FILLER               PIC X(10) VALUE "P.OC".
           05 FILLER               PIC X(4)  VALUE "Mon".
           05 FILLER               PIC X(15) VALUE "Dif. moneda".
           05 FILLER               PIC X(15) VALUE "Dif. ARS".
           05 FILLER               PIC X(14) VALUE "Motivo".

       01 WS-Match-Detail.
           05 WS-MD-Supplier       PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-Invoice        PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-PO             PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-Product        PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-Inv-Qty        PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-Open-Qty       PIC Z(4)9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WS-MD-Inv-Price      PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-MD-PO-Price       PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-MD-Currency       PIC X(3).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-MD-Var            PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-MD-Var-Home       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WS-MD-Reason         PIC X(13).

       01 WS-Match-Total-Line.
           05 FILLER               PIC X(22)
                 VALUE "Lineas retenidas:     ".
           05 WS-MT-Count          PIC Z(4)9.
           05 FILLER               PIC X(26)
                 VALUE "   Diferencia total (ARS):".
           05 WS-MT-Value          PIC -$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(48) VALUE SPACES.

       01 WS-Command-Line          PIC X(80).
       01 WS-Transaction-File-Name PIC X(74) VALUE "TRANFILE".
           05 WS-A-Before          PIC X(90).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-A-After           PIC X(90).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-A-Operator        PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-A-Supervisor      PIC X(8).

       01 WS-Stale-Flag            PIC X(1) VALUE 'N'.
           88 WS-Record-Stale              VALUE 'Y'.
           05 WS-Guard-Avg-Cost    PIC S9(5)V99 COMP-3.
           05 WS-Guard-Category    PIC X(4).
           05 WS-Guard-Sku         PIC X(15).
           05 WS-Guard-Order-Qty   PIC 9(5).

       01 WS-Guard-Supplier-Rec.
           05 WS-GS-Name           PIC X(30).
           05 WS-GS-Currency       PIC X(3).
           05 WS-GS-Active         PIC X(1).

       01 WS-Guard-Customer-Rec.
           05 WS-GC-Name           PIC X(30).
           05 WS-GC-Address        PIC X(30).
           05 WS-GC-City           PIC X(20).
           05 WS-GC-Limit          PIC 9(7)V99.
           05 WS-GC-Terms          PIC 9(3).
           05 WS-GC-Status         PIC X(1).

       01 WS-AR-STATUS             PIC XX.
       01 WS-AW-STATUS             PIC XX.
       01 WS-ARC-STATUS            PIC XX.
       01 WS-Aud-Date-From         PIC 9(8) VALUE 0.
       01 WS-Aud-Date-To           PIC 9(8) VALUE 99999999.
       01 WS-Aud-Action-Filter     PIC X(10).
       01 WS-Aud-Operator-Filter   PIC X(8).
       01 WS-Aud-Rec-Date          PIC 9(8) VALUE 0.
       01 WS-Aud-Rec-ID            PIC 9(5) VALUE 0.
       01 WS-Aud-Match-Count       PIC 9(5) VALUE 0.
           05 WS-AI-Before         PIC X(90).
           05 FILLER               PIC X(1).
           05 WS-AI-After          PIC X(90).
           05 FILLER               PIC X(1).
           05 WS-AI-Operator       PIC X(8).
           05 FILLER               PIC X(1).
           05 WS-AI-Supervisor     PIC X(8).

       01 WS-Report-Header-1.
           05 FILLER               PIC X(24)

       Program-Start.
       ACCEPT WS-Command-Line FROM COMMAND-LINE
       IF WS-Command-Line(1:7) = "CONVERT"
          PERFORM Convert-Mode
       END-IF
       OPEN I-O PRODUCT-MASTER
       IF WS-PM-STATUS = "35"
          OPEN OUTPUT PRODUCT-MASTER
                WS-SM-STATUS
          STOP RUN
       END-IF
       OPEN I-O LOT-FILE
       IF WS-LT-STATUS = "35"
          OPEN OUTPUT LOT-FILE
          CLOSE LOT-FILE
          OPEN I-O LOT-FILE
       END-IF
       IF WS-LT-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de lotes: "
                WS-LT-STATUS
          STOP RUN
       END-IF
       OPEN I-O BOM-FILE
       IF WS-BM-STATUS = "35"
          OPEN OUTPUT BOM-FILE
          CLOSE BOM-FILE
          OPEN I-O BOM-FILE
       END-IF
       IF WS-BM-STATUS NOT = "00"
          DISPLAY "Error al abrir la lista de materiales: "
                WS-BM-STATUS
          STOP RUN
       END-IF
       OPEN I-O CUSTOMER-MASTER
       IF WS-CM-STATUS = "35"
          OPEN OUTPUT CUSTOMER-MASTER
          CLOSE CUSTOMER-MASTER
          OPEN I-O CUSTOMER-MASTER
       END-IF
       IF WS-CM-STATUS NOT = "00"
          DISPLAY "Error al abrir el maestro de clientes: "
                WS-CM-STATUS
          STOP RUN
       END-IF
       OPEN I-O OPERATOR-FILE
       IF WS-OP-STATUS = "35"
          OPEN OUTPUT OPERATOR-FILE
          MOVE "ADMIN" TO OP-OPERATOR-ID
          MOVE "ADMINISTRADOR" TO OP-NAME
          MOVE "ADMIN" TO OP-PASSWORD
          SET OP-Role-Admin TO TRUE
          SET OP-Active TO TRUE
          MOVE 0 TO OP-LAST-SIGNON
          WRITE OP-RECORD
          CLOSE OPERATOR-FILE
          OPEN I-O OPERATOR-FILE
          DISPLAY "Se creó el operador ADMIN con contraseña ADMIN; "
                "cámbiela en el primer ingreso."
       END-IF
       IF WS-OP-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de operadores: "
                WS-OP-STATUS
          STOP RUN
       END-IF
       PERFORM Load-Product-List
       PERFORM Load-Supplier-List
       PERFORM Load-Customer-List
       PERFORM Load-Bom-List
       PERFORM Load-Category-List
       PERFORM Load-Allocations
       PERFORM Load-Rate-List
       PERFORM Load-Parameter-List
       IF WS-Command-Line(1:5) = "BATCH"
          SET WS-Batch-Mode TO TRUE
          IF WS-Command-Line(7:74) NOT = SPACES
                ELSE
                   IF WS-Command-Line(1:7) = "ARCHIVE"
                      SET WS-Batch-Mode TO TRUE
                      PERFORM Admin-Sign-On
                      PERFORM Archive-Mode
                   ELSE
                      IF WS-Command-Line(1:7) = "JOURNAL"
                         SET WS-Batch-Mode TO TRUE
                         PERFORM Journal-Mode
                      ELSE
                         IF WS-Command-Line(1:7) = "REORDER"
                            SET WS-Batch-Mode TO TRUE
                            PERFORM Reorder-Point-Mode
                         ELSE
                            IF WS-Command-Line(1:6) = "BACKUP"
                               SET WS-Batch-Mode TO TRUE
                               PERFORM Backup-Mode
                            ELSE
                               IF WS-Command-Line(1:7) = "RECOVER"
                                  SET WS-Batch-Mode TO TRUE
                                  PERFORM Admin-Sign-On
                                  PERFORM Recovery-Mode
                               ELSE
                                  PERFORM Sign-On
                                  PERFORM Main-Menu
                               END-IF
                            END-IF
                         END-IF
                      END-IF
                   END-IF
                END-IF
             END-IF
                 MOVE PM-AVG-COST TO Avg-Cost-List(Product-Count)
                 MOVE PM-CATEGORY TO Category-List(Product-Count)
                 MOVE PM-SKU TO Sku-List(Product-Count)
                 MOVE PM-ORDER-QTY TO Order-Qty-List(Product-Count)
           END-READ
       END-PERFORM.

       Load-Bom-List.
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
           READ BOM-FILE NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 IF Bom-Count < WS-Max-Bom
                    ADD 1 TO Bom-Count
                    MOVE BM-PARENT-ID TO Bom-Parent-List(Bom-Count)
                    MOVE BM-COMPONENT-ID
                       TO Bom-Component-List(Bom-Count)
                    MOVE BM-QTY-PER TO Bom-Qty-List(Bom-Count)
                 END-IF
           END-READ
       END-PERFORM.

                    MOVE CT-CODE TO Cat-Code-List(Category-Count)
                    MOVE CT-DESCRIPTION
                       TO Cat-Desc-List(Category-Count)
                    IF CT-SAFETY-FACTOR IS NUMERIC
                       MOVE CT-SAFETY-FACTOR
                          TO Cat-Safety-List(Category-Count)
                    ELSE
                       MOVE 0 TO Cat-Safety-List(Category-Count)
                    END-IF
                 END-IF
           END-READ
       END-PERFORM
           END-READ
       END-PERFORM.

       Load-Customer-List.
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
           READ CUSTOMER-MASTER NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 IF Customer-Count < WS-Max-Customers
                    ADD 1 TO Customer-Count
                    MOVE CM-CUSTOMER-ID TO Cus-ID-List(Customer-Count)
                    MOVE CM-NAME TO Cus-Name-List(Customer-Count)
                    MOVE CM-ADDRESS TO Cus-Address-List(Customer-Count)
                    MOVE CM-CITY TO Cus-City-List(Customer-Count)
                    MOVE CM-CREDIT-LIMIT
                       TO Cus-Limit-List(Customer-Count)
                    MOVE CM-PAYMENT-TERMS
                       TO Cus-Terms-List(Customer-Count)
                    MOVE CM-STATUS TO Cus-Status-List(Customer-Count)
                 END-IF
           END-READ
       END-PERFORM.

       Load-Parameter-List.
       OPEN INPUT PARAMETER-FILE
       IF WS-PR-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
           READ PARAMETER-FILE NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 PERFORM Apply-Parameter
           END-READ
       END-PERFORM
       CLOSE PARAMETER-FILE.

       Apply-Parameter.
       IF FUNCTION TEST-NUMVAL(PR-VALUE) NOT = 0
          DISPLAY "Aviso: parámetro " PR-NAME " inválido; se ignora."
          EXIT PARAGRAPH
       END-IF
       COMPUTE WS-Numval-Result = FUNCTION NUMVAL(PR-VALUE)
       EVALUATE PR-NAME
          WHEN "TASA-IVA"
             IF WS-Numval-Result >= 0 AND WS-Numval-Result < 100
                MOVE WS-Numval-Result TO WS-Tax-Rate
             END-IF
          WHEN "TOL-CANTIDAD"
             IF WS-Numval-Result >= 0 AND WS-Numval-Result < 1000
                MOVE WS-Numval-Result TO WS-Qty-Tolerance
             END-IF
          WHEN "TOL-PRECIO"
             IF WS-Numval-Result >= 0 AND WS-Numval-Result < 1000
                MOVE WS-Numval-Result TO WS-Price-Tolerance
             END-IF
          WHEN "SEMANAS-USO"
             IF WS-Numval-Result >= 1 AND WS-Numval-Result <= 52
                MOVE WS-Numval-Result TO WS-Rop-Weeks
             END-IF
          WHEN "FACTOR-SEGURIDAD"
             IF WS-Numval-Result >= 0 AND WS-Numval-Result < 100
                MOVE WS-Numval-Result TO WS-Rop-Default-Factor
             END-IF
          WHEN "DIAS-COBERTURA"
             IF WS-Numval-Result >= 1 AND WS-Numval-Result <= 365
                MOVE WS-Numval-Result TO WS-Rop-Cover-Days
             END-IF
          WHEN "PLAZO-DEFECTO"
             IF WS-Numval-Result >= 0 AND WS-Numval-Result <= 999
                MOVE WS-Numval-Result TO WS-Rop-Default-Lead
             END-IF
          WHEN "UMBRAL-AJUSTE"
             IF WS-Numval-Result >= 0 AND WS-Numval-Result <= 99999
                MOVE WS-Numval-Result TO WS-Adjust-Limit
             END-IF
          WHEN "UMBRAL-TRASLADO"
             IF WS-Numval-Result >= 0 AND WS-Numval-Result <= 99999
                MOVE WS-Numval-Result TO WS-Transfer-Limit
             END-IF
          WHEN "UMBRAL-PRECIO"
             IF WS-Numval-Result >= 0 AND WS-Numval-Result < 1000
                MOVE WS-Numval-Result TO WS-Price-Change-Limit
             END-IF
       END-EVALUATE.

       Main-Menu.
       MOVE SPACES TO WS-Audit-Supervisor
       MOVE "1. Registrar nuevo producto" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "2. Generar informe de inventario" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "3. Actualizar stock" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "4. Salir" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "5. Dar de baja producto" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "6. Productos por reordenar" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "7. Historial de movimientos de stock" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "8. Mantenimiento de proveedores" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "9. Generar ordenes de compra sugeridas" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "R. Recepción de mercadería" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "O. Pedidos de clientes" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "T. Traslado entre depósitos" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "D. Mantenimiento de tipos de cambio" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "A. Consulta de auditoría" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "P. Mantenimiento de precios" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "C. Consulta de productos por nombre" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "S. Cierre de período y comparación" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "E. Exportar maestro para contabilidad" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "V. Informe de lotes por vencer" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "L. Mantenimiento de clientes" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "F. Facturación y cuentas a cobrar" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "B. Facturas de proveedores" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "K. Kits y armados" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "U. Devoluciones de clientes y a proveedores"
          TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "N. Puntos de pedido según consumo" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       MOVE "Z. Mantenimiento de operadores" TO WS-Menu-Text
       PERFORM Show-Menu-Option
       ACCEPT Choice
       PERFORM Action-Menu.

       Action-Menu.
       MOVE FUNCTION UPPER-CASE(Choice) TO WS-Menu-Option
       PERFORM Check-Option-Authority
       IF WS-Option-Denied
          DISPLAY "Opción no autorizada para su perfil."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       EVALUATE Choice
          WHEN '1'
             PERFORM Register-Product
          WHEN 'E'
          WHEN 'e'
             PERFORM Export-Menu
          WHEN 'V'
          WHEN 'v'
             PERFORM Expiry-Report-Run
          WHEN 'L'
          WHEN 'l'
             PERFORM Customer-Menu
          WHEN 'F'
          WHEN 'f'
             PERFORM Invoice-Menu
          WHEN 'B'
          WHEN 'b'
             PERFORM Supplier-Invoice-Menu
          WHEN 'K'
          WHEN 'k'
             PERFORM Kit-Menu
          WHEN 'U'
          WHEN 'u'
             PERFORM Return-Menu
          WHEN 'N'
          WHEN 'n'
             PERFORM Reorder-Point-Menu
          WHEN 'Z'
          WHEN 'z'
             PERFORM Operator-Menu
          WHEN OTHER
             DISPLAY "Opción no válida. Inténtelo de nuevo."
             PERFORM Main-Menu
       CLOSE PRODUCT-MASTER
       CLOSE AUDIT-LOG
       CLOSE STOCK-MOVEMENT
       CLOSE SUPPLIER-MASTER
       CLOSE LOT-FILE
       CLOSE BOM-FILE
       CLOSE CUSTOMER-MASTER
       CLOSE OPERATOR-FILE.

       Supplier-Menu.
       DISPLAY "Mantenimiento de proveedores:"
       END-WRITE
       UNLOCK SUPPLIER-MASTER.

       Customer-Menu.
       DISPLAY "Mantenimiento de clientes:"
       DISPLAY "1. Registrar cliente"
       DISPLAY "2. Actualizar cliente"
       DISPLAY "3. Bloquear o liberar crédito"
       DISPLAY "4. Dar de baja cliente"
       DISPLAY "5. Volver al menú principal"
       ACCEPT Choice
       EVALUATE Choice
          WHEN '1'
             PERFORM Register-Customer
          WHEN '2'
             PERFORM Update-Customer
          WHEN '3'
             PERFORM Toggle-Customer-Hold
          WHEN '4'
             PERFORM Deactivate-Customer
          WHEN '5'
             PERFORM Main-Menu
          WHEN OTHER
             DISPLAY "Opción no válida. Inténtelo de nuevo."
             PERFORM Customer-Menu
       END-EVALUATE.

       Register-Customer.
       DISPLAY "Registro de nuevo cliente:"
       IF Customer-Count >= WS-Max-Customers
          DISPLAY "Tabla de clientes llena."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO Customer-Count
       MOVE Customer-Count TO Cus-ID-List(Customer-Count)
       DISPLAY "Ingrese el nombre del cliente:"
       ACCEPT Cus-Name-List(Customer-Count)
       DISPLAY "Ingrese el domicilio:"
       ACCEPT Cus-Address-List(Customer-Count)
       DISPLAY "Ingrese la localidad:"
       ACCEPT Cus-City-List(Customer-Count)
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese el límite de crédito (0 = sin límite):"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result >= 0
                   AND WS-Numval-Result <= 9999999.99
                MOVE WS-Numval-Result
                   TO Cus-Limit-List(Customer-Count)
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese los días de plazo de pago:"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result >= 0 AND WS-Numval-Result <= 999
                MOVE WS-Numval-Result
                   TO Cus-Terms-List(Customer-Count)
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       MOVE 'A' TO Cus-Status-List(Customer-Count)
       MOVE Customer-Count TO WS-Customer-Index
       PERFORM Take-Customer-Snapshot
       PERFORM Rewrite-Customer-Master
       IF WS-Record-Stale
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Cliente registrado con éxito. ID: "
             Cus-ID-List(Customer-Count)

       MOVE Cus-ID-List(Customer-Count) TO WS-Audit-Product-ID
       MOVE "ALTA-CLI" TO WS-Audit-Action
       MOVE SPACES TO WS-Audit-Before
       MOVE Cus-Limit-List(Customer-Count) TO WS-Cus-Limit-Display
       STRING "Nombre=" Cus-Name-List(Customer-Count)
          " Limite=" WS-Cus-Limit-Display
          " Plazo=" Cus-Terms-List(Customer-Count)
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       PERFORM Main-Menu.

       Update-Customer.
       DISPLAY "Actualización de cliente:"
       DISPLAY "Ingrese el ID del cliente:"
       ACCEPT WS-Customer-Temp
       PERFORM Find-Customer
       IF WS-Cus-Not-Found
          DISPLAY "Cliente no encontrado."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Take-Customer-Snapshot
       MOVE SPACES TO WS-Audit-Before
       MOVE Cus-Limit-List(WS-Customer-Index) TO WS-Cus-Limit-Display
       STRING "Limite=" WS-Cus-Limit-Display
          " Plazo=" Cus-Terms-List(WS-Customer-Index)
          DELIMITED BY SIZE INTO WS-Audit-Before
       DISPLAY "Cliente: " Cus-Name-List(WS-Customer-Index)
       DISPLAY "Ingrese el nuevo nombre (vacío = mantener):"
       ACCEPT WS-Text-Input
       IF WS-Text-Input NOT = SPACES
          MOVE WS-Text-Input TO Cus-Name-List(WS-Customer-Index)
       END-IF
       DISPLAY "Ingrese el nuevo domicilio (vacío = mantener):"
       ACCEPT WS-Text-Input
       IF WS-Text-Input NOT = SPACES
          MOVE WS-Text-Input TO Cus-Address-List(WS-Customer-Index)
       END-IF
       DISPLAY "Ingrese la nueva localidad (vacío = mantener):"
       ACCEPT WS-Text-Input
       IF WS-Text-Input NOT = SPACES
          MOVE WS-Text-Input TO Cus-City-List(WS-Customer-Index)
       END-IF
       DISPLAY "Límite actual: " WS-Cus-Limit-Display
       DISPLAY "Ingrese el nuevo límite (vacío = mantener):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line NOT = SPACES
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result >= 0
                   AND WS-Numval-Result <= 9999999.99
                MOVE WS-Numval-Result
                   TO Cus-Limit-List(WS-Customer-Index)
             ELSE
                DISPLAY "Valor inválido, se mantiene el límite."
             END-IF
          ELSE
             DISPLAY "Valor inválido, se mantiene el límite."
          END-IF
       END-IF
       DISPLAY "Ingrese los días de plazo de pago (vacío = mantener):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line NOT = SPACES
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result >= 0 AND WS-Numval-Result <= 999
                MOVE WS-Numval-Result
                   TO Cus-Terms-List(WS-Customer-Index)
             ELSE
                DISPLAY "Valor inválido, se mantiene el plazo."
             END-IF
          ELSE
             DISPLAY "Valor inválido, se mantiene el plazo."
          END-IF
       END-IF
       PERFORM Rewrite-Customer-Master
       IF WS-Record-Stale
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Cliente actualizado con éxito."

       MOVE Cus-ID-List(WS-Customer-Index) TO WS-Audit-Product-ID
       MOVE "ACT-CLI" TO WS-Audit-Action
       MOVE Cus-Limit-List(WS-Customer-Index) TO WS-Cus-Limit-Display
       MOVE SPACES TO WS-Audit-After
       STRING "Limite=" WS-Cus-Limit-Display
          " Plazo=" Cus-Terms-List(WS-Customer-Index)
          " Nombre=" Cus-Name-List(WS-Customer-Index)
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       PERFORM Main-Menu.

       Toggle-Customer-Hold.
       DISPLAY "Bloqueo de crédito de cliente:"
       DISPLAY "Ingrese el ID del cliente:"
       ACCEPT WS-Customer-Temp
       PERFORM Find-Customer
       IF WS-Cus-Not-Found
          DISPLAY "Cliente no encontrado o dado de baja."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Take-Customer-Snapshot
       IF Cus-Entry-Hold(WS-Customer-Index)
          MOVE 'A' TO Cus-Status-List(WS-Customer-Index)
          MOVE "DESBL-CLI" TO WS-Audit-Action
          MOVE "Estado=H" TO WS-Audit-Before
          MOVE "Estado=A" TO WS-Audit-After
       ELSE
          MOVE 'H' TO Cus-Status-List(WS-Customer-Index)
          MOVE "BLOQ-CLI" TO WS-Audit-Action
          MOVE "Estado=A" TO WS-Audit-Before
          MOVE "Estado=H" TO WS-Audit-After
       END-IF
       PERFORM Rewrite-Customer-Master
       IF WS-Record-Current
          IF Cus-Entry-Hold(WS-Customer-Index)
             DISPLAY "Cliente bloqueado: sus pedidos quedarán "
                   "retenidos."
          ELSE
             DISPLAY "Bloqueo de crédito liberado."
          END-IF
          MOVE Cus-ID-List(WS-Customer-Index) TO WS-Audit-Product-ID
          PERFORM Write-Audit-Log
       END-IF

       PERFORM Main-Menu.

       Deactivate-Customer.
       DISPLAY "Baja de cliente:"
       DISPLAY "Ingrese el ID del cliente a dar de baja:"
       ACCEPT WS-Customer-Temp
       PERFORM Find-Customer
       IF WS-Cus-Not-Found
          DISPLAY "Cliente no encontrado o ya está dado de baja."
       ELSE
          PERFORM Take-Customer-Snapshot
          MOVE SPACES TO WS-Audit-Before
          STRING "Estado=" Cus-Status-List(WS-Customer-Index)
             DELIMITED BY SIZE INTO WS-Audit-Before
          MOVE 'I' TO Cus-Status-List(WS-Customer-Index)
          PERFORM Rewrite-Customer-Master
          IF WS-Record-Current
             DISPLAY "Cliente dado de baja con éxito."

             MOVE Cus-ID-List(WS-Customer-Index)
                TO WS-Audit-Product-ID
             MOVE "BAJA-CLI" TO WS-Audit-Action
             MOVE "Estado=I" TO WS-Audit-After
             PERFORM Write-Audit-Log
          END-IF
       END-IF

       PERFORM Main-Menu.

       Find-Customer.
       SET WS-Cus-Not-Found TO TRUE
       PERFORM VARYING M FROM 1 BY 1
             UNTIL M > Customer-Count OR WS-Cus-Found
          IF Cus-ID-List(M) = WS-Customer-Temp
                AND NOT Cus-Entry-Inactive(M)
             SET WS-Cus-Found TO TRUE
             MOVE M TO WS-Customer-Index
          END-IF
       END-PERFORM.

       Take-Customer-Snapshot.
       MOVE Cus-Name-List(WS-Customer-Index) TO WS-GC-Name
       MOVE Cus-Address-List(WS-Customer-Index) TO WS-GC-Address
       MOVE Cus-City-List(WS-Customer-Index) TO WS-GC-City
       MOVE Cus-Limit-List(WS-Customer-Index) TO WS-GC-Limit
       MOVE Cus-Terms-List(WS-Customer-Index) TO WS-GC-Terms
       MOVE Cus-Status-List(WS-Customer-Index) TO WS-GC-Status.

       Check-Customer-Master.
       SET WS-Record-Current TO TRUE
       MOVE Cus-ID-List(WS-Customer-Index) TO CM-CUSTOMER-ID
       READ CUSTOMER-MASTER WITH LOCK
          INVALID KEY
             EXIT PARAGRAPH
       END-READ
       IF CM-NAME NOT = WS-GC-Name
             OR CM-ADDRESS NOT = WS-GC-Address
             OR CM-CITY NOT = WS-GC-City
             OR CM-CREDIT-LIMIT NOT = WS-GC-Limit
             OR CM-PAYMENT-TERMS NOT = WS-GC-Terms
             OR CM-STATUS NOT = WS-GC-Status
          SET WS-Record-Stale TO TRUE
          MOVE CM-NAME TO Cus-Name-List(WS-Customer-Index)
          MOVE CM-ADDRESS TO Cus-Address-List(WS-Customer-Index)
          MOVE CM-CITY TO Cus-City-List(WS-Customer-Index)
          MOVE CM-CREDIT-LIMIT TO Cus-Limit-List(WS-Customer-Index)
          MOVE CM-PAYMENT-TERMS
             TO Cus-Terms-List(WS-Customer-Index)
          MOVE CM-STATUS TO Cus-Status-List(WS-Customer-Index)
          UNLOCK CUSTOMER-MASTER
          DISPLAY "Aviso: el cliente " CM-CUSTOMER-ID
                " fue modificado por otro operador."
          DISPLAY "Se recargaron los datos; verifique y "
                "reintente la operación."
       END-IF.

       Rewrite-Customer-Master.
       PERFORM Check-Customer-Master
       IF WS-Record-Stale
          EXIT PARAGRAPH
       END-IF
       MOVE Cus-ID-List(WS-Customer-Index) TO CM-CUSTOMER-ID
       MOVE Cus-Name-List(WS-Customer-Index) TO CM-NAME
       MOVE Cus-Address-List(WS-Customer-Index) TO CM-ADDRESS
       MOVE Cus-City-List(WS-Customer-Index) TO CM-CITY
       MOVE Cus-Limit-List(WS-Customer-Index) TO CM-CREDIT-LIMIT
       MOVE Cus-Terms-List(WS-Customer-Index) TO CM-PAYMENT-TERMS
       MOVE Cus-Status-List(WS-Customer-Index) TO CM-STATUS
       WRITE CM-RECORD
          INVALID KEY
             REWRITE CM-RECORD
                INVALID KEY
                   DISPLAY "Error al grabar el maestro de clientes."
             END-REWRITE
       END-WRITE
       UNLOCK CUSTOMER-MASTER.

       Sign-On.
       SET WS-Not-Signed-On TO TRUE
       MOVE 0 TO WS-Signon-Tries
       PERFORM UNTIL WS-Signed-On OR WS-Signon-Tries >= 3
          ADD 1 TO WS-Signon-Tries
          DISPLAY "Operador:"
          ACCEPT WS-Text-Input
          MOVE FUNCTION UPPER-CASE(WS-Text-Input(1:8))
             TO WS-Operator-Temp
          DISPLAY "Contraseña:"
          ACCEPT WS-Password-Input
          PERFORM Validate-Operator
          IF WS-Op-Valid
             SET WS-Signed-On TO TRUE
          ELSE
             DISPLAY "Operador o contraseña incorrectos."
             MOVE WS-Operator-Temp TO WS-Operator-ID
             MOVE 0 TO WS-Audit-Product-ID
             MOVE "INGR-FALLO" TO WS-Audit-Action
             MOVE SPACES TO WS-Audit-Before
             MOVE SPACES TO WS-Audit-After
             STRING "Intento=" WS-Signon-Tries
                DELIMITED BY SIZE INTO WS-Audit-After
             PERFORM Write-Audit-Log
             MOVE SPACES TO WS-Operator-ID
          END-IF
       END-PERFORM
       IF WS-Not-Signed-On
          DISPLAY "Demasiados intentos fallidos. Fin del programa."
          PERFORM Close-Files
          STOP RUN
       END-IF
       MOVE OP-OPERATOR-ID TO WS-Operator-ID
       MOVE OP-NAME TO WS-Operator-Name
       MOVE OP-ROLE TO WS-Operator-Role
       READ OPERATOR-FILE WITH LOCK
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE FUNCTION CURRENT-DATE TO WS-Timestamp-Work
             MOVE WS-Timestamp-Work(1:8) TO OP-LAST-SIGNON
             REWRITE OP-RECORD
                INVALID KEY
                   CONTINUE
             END-REWRITE
       END-READ
       UNLOCK OPERATOR-FILE
       MOVE WS-Operator-Role TO WS-Role-Code
       PERFORM Describe-Role
       MOVE 0 TO WS-Audit-Product-ID
       MOVE "INGRESO" TO WS-Audit-Action
       MOVE SPACES TO WS-Audit-Before
       MOVE SPACES TO WS-Audit-After
       STRING "Perfil=" WS-Operator-Role
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log
       DISPLAY "Bienvenido, " WS-Operator-Name
       DISPLAY "Perfil: " WS-Role-Desc.

       Admin-Sign-On.
       PERFORM Sign-On
       IF NOT WS-Role-Admin
          DISPLAY "Esta función requiere un operador administrador."
          PERFORM Close-Files
          STOP RUN
       END-IF.

       Validate-Operator.
       SET WS-Op-Invalid TO TRUE
       IF WS-Operator-Temp = SPACES
          EXIT PARAGRAPH
       END-IF
       MOVE WS-Operator-Temp TO OP-OPERATOR-ID
       READ OPERATOR-FILE
          INVALID KEY
             EXIT PARAGRAPH
       END-READ
       IF OP-Active AND OP-Role-Valid
             AND OP-PASSWORD = WS-Password-Input
          SET WS-Op-Valid TO TRUE
       END-IF.

       Show-Menu-Option.
       MOVE WS-Menu-Text(1:1) TO WS-Menu-Option
       PERFORM Check-Option-Authority
       IF WS-Option-Allowed
          DISPLAY WS-Menu-Text
       END-IF.

       Check-Option-Authority.
       EVALUATE WS-Menu-Option
          WHEN '2'
          WHEN '4'
          WHEN '6'
          WHEN '7'
          WHEN 'C'
          WHEN 'V'
          WHEN 'R'
             MOVE "OCSA" TO WS-Menu-Roles
          WHEN '3'
          WHEN 'O'
          WHEN 'T'
          WHEN 'F'
          WHEN 'K'
          WHEN 'U'
             MOVE "O SA" TO WS-Menu-Roles
          WHEN '1'
          WHEN '8'
          WHEN '9'
          WHEN 'D'
          WHEN 'P'
          WHEN 'B'
          WHEN 'N'
             MOVE " CSA" TO WS-Menu-Roles
          WHEN '5'
          WHEN 'A'
          WHEN 'S'
          WHEN 'E'
          WHEN 'L'
             MOVE "  SA" TO WS-Menu-Roles
          WHEN 'Z'
             MOVE "   A" TO WS-Menu-Roles
          WHEN OTHER
             MOVE "OCSA" TO WS-Menu-Roles
       END-EVALUATE
       SET WS-Option-Denied TO TRUE
       IF WS-Operator-Role = SPACE
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-Role-Count
       INSPECT WS-Menu-Roles TALLYING WS-Role-Count
          FOR ALL WS-Operator-Role
       IF WS-Role-Count > 0
          SET WS-Option-Allowed TO TRUE
       END-IF.

       Request-Supervisor-Approval.
       SET WS-Approval-Denied TO TRUE
       MOVE SPACES TO WS-Audit-Supervisor
       IF WS-Role-Supervisor OR WS-Role-Admin
          SET WS-Approval-Granted TO TRUE
          MOVE WS-Operator-ID TO WS-Audit-Supervisor
          EXIT PARAGRAPH
       END-IF
       DISPLAY "La operación supera el límite de su perfil y "
             "requiere un supervisor."
       DISPLAY "ID del supervisor (vacío = cancelar):"
       ACCEPT WS-Text-Input
       IF WS-Text-Input = SPACES
          EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION UPPER-CASE(WS-Text-Input(1:8))
          TO WS-Operator-Temp
       DISPLAY "Contraseña del supervisor:"
       ACCEPT WS-Password-Input
       PERFORM Validate-Operator
       IF WS-Op-Valid AND (OP-Role-Supervisor OR OP-Role-Admin)
          SET WS-Approval-Granted TO TRUE
          MOVE OP-OPERATOR-ID TO WS-Audit-Supervisor
          DISPLAY "Autorizado por " OP-NAME
       ELSE
          DISPLAY "Autorización rechazada."
          MOVE 0 TO WS-Audit-Product-ID
          MOVE "AUT-RECHAZ" TO WS-Audit-Action
          MOVE SPACES TO WS-Audit-Before
          MOVE SPACES TO WS-Audit-After
          STRING "Supervisor=" WS-Operator-Temp
             DELIMITED BY SIZE INTO WS-Audit-After
          PERFORM Write-Audit-Log
       END-IF.

       Describe-Role.
       EVALUATE WS-Role-Code
          WHEN 'O'
             MOVE "OPERARIO" TO WS-Role-Desc
          WHEN 'C'
             MOVE "COMPRADOR" TO WS-Role-Desc
          WHEN 'S'
             MOVE "SUPERVISOR" TO WS-Role-Desc
          WHEN 'A'
             MOVE "ADMINISTRADOR" TO WS-Role-Desc
          WHEN OTHER
             MOVE "DESCONOCIDO" TO WS-Role-Desc
       END-EVALUATE.

       Operator-Menu.
       DISPLAY "Mantenimiento de operadores:"
       DISPLAY "1. Registrar operador"
       DISPLAY "2. Modificar operador"
       DISPLAY "3. Dar de baja operador"
       DISPLAY "4. Listar operadores"
       DISPLAY "5. Volver al menú principal"
       ACCEPT Choice
       EVALUATE Choice
          WHEN '1'
             PERFORM Register-Operator
          WHEN '2'
             PERFORM Update-Operator
          WHEN '3'
             PERFORM Deactivate-Operator
          WHEN '4'
             PERFORM List-Operators
          WHEN '5'
             PERFORM Main-Menu
          WHEN OTHER
             DISPLAY "Opción no válida. Inténtelo de nuevo."
             PERFORM Operator-Menu
       END-EVALUATE.

       Accept-Operator-Role.
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Perfil (O=Operario, C=Comprador, S=Supervisor, "
                "A=Administrador):"
          ACCEPT WS-Input-Line
          MOVE FUNCTION UPPER-CASE(WS-Input-Line(1:1)) TO OP-ROLE
          IF OP-Role-Valid AND WS-Input-Line(2:14) = SPACES
             SET WS-Valid TO TRUE
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM.

       Register-Operator.
       DISPLAY "Registro de nuevo operador:"
       DISPLAY "Ingrese el ID del operador (hasta 8 caracteres):"
       ACCEPT WS-Text-Input
       IF WS-Text-Input = SPACES OR WS-Text-Input(9:22) NOT = SPACES
          DISPLAY "ID de operador inválido."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION UPPER-CASE(WS-Text-Input(1:8)) TO OP-OPERATOR-ID
       READ OPERATOR-FILE
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             DISPLAY "El operador ya existe."
             PERFORM Main-Menu
             EXIT PARAGRAPH
       END-READ
       DISPLAY "Ingrese el nombre del operador:"
       ACCEPT OP-NAME
       MOVE SPACES TO WS-Password-Input
       PERFORM UNTIL WS-Password-Input NOT = SPACES
          DISPLAY "Ingrese la contraseña (hasta 10 caracteres):"
          ACCEPT WS-Password-Input
       END-PERFORM
       MOVE WS-Password-Input TO OP-PASSWORD
       PERFORM Accept-Operator-Role
       SET OP-Active TO TRUE
       MOVE 0 TO OP-LAST-SIGNON
       WRITE OP-RECORD
          INVALID KEY
             DISPLAY "Error al grabar el operador."
             PERFORM Main-Menu
             EXIT PARAGRAPH
       END-WRITE
       DISPLAY "Operador registrado con éxito."

       MOVE 0 TO WS-Audit-Product-ID
       MOVE "ALTA-OPER" TO WS-Audit-Action
       MOVE SPACES TO WS-Audit-Before
       MOVE SPACES TO WS-Audit-After
       STRING "Operador=" OP-OPERATOR-ID " Perfil=" OP-ROLE
          " Nombre=" OP-NAME
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       PERFORM Main-Menu.

       Update-Operator.
       DISPLAY "Modificación de operador:"
       DISPLAY "Ingrese el ID del operador:"
       ACCEPT WS-Text-Input
       MOVE FUNCTION UPPER-CASE(WS-Text-Input(1:8)) TO OP-OPERATOR-ID
       READ OPERATOR-FILE WITH LOCK
          INVALID KEY
             DISPLAY "Operador no encontrado."
             PERFORM Main-Menu
             EXIT PARAGRAPH
       END-READ
       MOVE SPACES TO WS-Audit-Before
       STRING "Operador=" OP-OPERATOR-ID " Perfil=" OP-ROLE
          " Estado=" OP-STATUS
          DELIMITED BY SIZE INTO WS-Audit-Before
       DISPLAY "Operador: " OP-NAME
       DISPLAY "Perfil: " OP-ROLE "  Estado: " OP-STATUS
       DISPLAY "Ingrese el nuevo nombre (vacío = mantener):"
       ACCEPT WS-Text-Input
       IF WS-Text-Input NOT = SPACES
          MOVE WS-Text-Input TO OP-NAME
       END-IF
       DISPLAY "Ingrese la nueva contraseña (vacío = mantener):"
       ACCEPT WS-Password-Input
       IF WS-Password-Input NOT = SPACES
          MOVE WS-Password-Input TO OP-PASSWORD
       END-IF
       IF OP-OPERATOR-ID = WS-Operator-ID
          DISPLAY "No puede cambiar su propio perfil."
       ELSE
          DISPLAY "¿Cambiar el perfil? (S/N):"
          ACCEPT WS-Input-Line
          IF WS-Input-Line(1:1) = 'S' OR WS-Input-Line(1:1) = 's'
             PERFORM Accept-Operator-Role
          END-IF
          IF OP-Inactive
             DISPLAY "¿Reactivar el operador? (S/N):"
             ACCEPT WS-Input-Line
             IF WS-Input-Line(1:1) = 'S' OR WS-Input-Line(1:1) = 's'
                SET OP-Active TO TRUE
             END-IF
          END-IF
       END-IF
       REWRITE OP-RECORD
          INVALID KEY
             DISPLAY "Error al grabar el operador."
             UNLOCK OPERATOR-FILE
             PERFORM Main-Menu
             EXIT PARAGRAPH
       END-REWRITE
       UNLOCK OPERATOR-FILE
       DISPLAY "Operador actualizado con éxito."

       MOVE 0 TO WS-Audit-Product-ID
       MOVE "ACT-OPER" TO WS-Audit-Action
       MOVE SPACES TO WS-Op-Password-Note
       IF WS-Password-Input NOT = SPACES
          MOVE " Contrasena=cambiada" TO WS-Op-Password-Note
       END-IF
       MOVE SPACES TO WS-Audit-After
       STRING "Operador=" OP-OPERATOR-ID " Perfil=" OP-ROLE
          " Estado=" OP-STATUS WS-Op-Password-Note
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       PERFORM Main-Menu.

       Deactivate-Operator.
       DISPLAY "Baja de operador:"
       DISPLAY "Ingrese el ID del operador a dar de baja:"
       ACCEPT WS-Text-Input
       MOVE FUNCTION UPPER-CASE(WS-Text-Input(1:8)) TO OP-OPERATOR-ID
       IF OP-OPERATOR-ID = WS-Operator-ID
          DISPLAY "No puede darse de baja a sí mismo."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       READ OPERATOR-FILE WITH LOCK
          INVALID KEY
             DISPLAY "Operador no encontrado."
             PERFORM Main-Menu
             EXIT PARAGRAPH
       END-READ
       IF OP-Inactive
          UNLOCK OPERATOR-FILE
          DISPLAY "El operador ya está dado de baja."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       SET OP-Inactive TO TRUE
       REWRITE OP-RECORD
          INVALID KEY
             DISPLAY "Error al grabar el operador."
             UNLOCK OPERATOR-FILE
             PERFORM Main-Menu
             EXIT PARAGRAPH
       END-REWRITE
       UNLOCK OPERATOR-FILE
       DISPLAY "Operador dado de baja con éxito."

       MOVE 0 TO WS-Audit-Product-ID
       MOVE "BAJA-OPER" TO WS-Audit-Action
       MOVE SPACES TO WS-Audit-Before
       STRING "Operador=" OP-OPERATOR-ID " Estado=A"
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE "Estado=I" TO WS-Audit-After
       PERFORM Write-Audit-Log

       PERFORM Main-Menu.

       List-Operators.
       DISPLAY "Operadores registrados:"
       DISPLAY "ID       Nombre                         Perfil"
             "        Est. Ult.ingreso"
       MOVE 0 TO WS-Op-Count
       MOVE LOW-VALUES TO OP-OPERATOR-ID
       SET WS-Op-Not-EOF TO TRUE
       START OPERATOR-FILE KEY >= OP-OPERATOR-ID
          INVALID KEY
             SET WS-Op-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Op-EOF
          READ OPERATOR-FILE NEXT RECORD
             AT END
                SET WS-Op-EOF TO TRUE
             NOT AT END
                ADD 1 TO WS-Op-Count
                MOVE OP-ROLE TO WS-Role-Code
                PERFORM Describe-Role
                DISPLAY OP-OPERATOR-ID " " OP-NAME " " WS-Role-Desc
                      " " OP-STATUS "    " OP-LAST-SIGNON
          END-READ
       END-PERFORM
       DISPLAY "Operadores: " WS-Op-Count

       PERFORM Main-Menu.

       Write-Stock-Movement.
       MOVE WS-Mov-Product-ID TO MV-PRODUCT-ID
       MOVE FUNCTION CURRENT-DATE TO WS-Timestamp-Work
       MOVE WS-Timestamp-Work(1:8) TO MV-DATE
       MOVE WS-Timestamp-Work(9:8) TO MV-TIME
       MOVE WS-Mov-Type TO MV-TYPE
       MOVE WS-Mov-Qty-In TO MV-QTY-IN
       MOVE WS-Mov-Qty-Out TO MV-QTY-OUT
       MOVE WS-Mov-Reason TO MV-REASON
       MOVE WS-Mov-Balance TO MV-BALANCE
       MOVE WS-Mov-Location TO MV-LOCATION
       MOVE WS-Mov-Lot TO MV-LOT-NUMBER
       MOVE WS-Operator-ID TO MV-OPERATOR
       SET WS-Mov-Not-Written TO TRUE
       PERFORM UNTIL WS-Mov-Written
          WRITE MV-RECORD
             INVALID KEY
                ADD 1 TO MV-TIME
             NOT INVALID KEY
                SET WS-Mov-Written TO TRUE
          END-WRITE
       END-PERFORM
       MOVE SPACES TO WS-Mov-Lot.

       Find-Earliest-Lot.
       SET WS-Lot-Not-Picked TO TRUE
       MOVE 99999999 TO WS-Lot-Best-Expiry
       MOVE SPACES TO WS-Lot-Best-Number
       MOVE WS-Lot-Product-ID TO LT-PRODUCT-ID
       MOVE LOW-VALUES TO LT-LOT-NUMBER
       SET WS-Lot-Not-EOF TO TRUE
       START LOT-FILE KEY >= LT-KEY
          INVALID KEY
             SET WS-Lot-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Lot-EOF
          READ LOT-FILE NEXT RECORD
             AT END
                SET WS-Lot-EOF TO TRUE
             NOT AT END
                IF LT-PRODUCT-ID NOT = WS-Lot-Product-ID
                   SET WS-Lot-EOF TO TRUE
                ELSE
                   IF LT-Lot-Open
                         AND LT-LOCATION-QTY(WS-Lot-Location) > 0
                      IF WS-Lot-Not-Picked
                            OR LT-EXPIRY-DATE < WS-Lot-Best-Expiry
                         SET WS-Lot-Picked TO TRUE
                         MOVE LT-EXPIRY-DATE TO WS-Lot-Best-Expiry
                         MOVE LT-LOT-NUMBER TO WS-Lot-Best-Number
                      END-IF
                   END-IF
                END-IF
          END-READ
       END-PERFORM.

       Draw-Down-Lots.
       MOVE 0 TO Lot-Draw-Count
       MOVE WS-Lot-Draw-Qty TO WS-Lot-Remaining
       SET WS-Lot-Picked TO TRUE
       PERFORM UNTIL WS-Lot-Remaining = 0 OR WS-Lot-Not-Picked
             OR Lot-Draw-Count >= WS-Max-Lot-Draws - 1
          PERFORM Find-Earliest-Lot
          IF WS-Lot-Picked
             MOVE WS-Lot-Product-ID TO LT-PRODUCT-ID
             MOVE WS-Lot-Best-Number TO LT-LOT-NUMBER
             READ LOT-FILE
                INVALID KEY
                   SET WS-Lot-Not-Picked TO TRUE
             END-READ
          END-IF
          IF WS-Lot-Picked
             IF LT-LOCATION-QTY(WS-Lot-Location) < WS-Lot-Remaining
                MOVE LT-LOCATION-QTY(WS-Lot-Location)
                   TO WS-Lot-Take-Qty
             ELSE
                MOVE WS-Lot-Remaining TO WS-Lot-Take-Qty
             END-IF
             SUBTRACT WS-Lot-Take-Qty
                FROM LT-LOCATION-QTY(WS-Lot-Location)
             SUBTRACT WS-Lot-Take-Qty FROM WS-Lot-Remaining
             IF LT-LOCATION-QTY(1) = 0 AND LT-LOCATION-QTY(2) = 0
                SET LT-Lot-Exhausted TO TRUE
             END-IF
             REWRITE LT-RECORD
                INVALID KEY
                   DISPLAY "Error al actualizar el lote "
                         LT-LOT-NUMBER
             END-REWRITE
             ADD 1 TO Lot-Draw-Count
             MOVE LT-LOT-NUMBER TO Lot-Draw-Number-List(Lot-Draw-Count)
             MOVE WS-Lot-Take-Qty TO Lot-Draw-Qty-List(Lot-Draw-Count)
          END-IF
       END-PERFORM
       IF WS-Lot-Remaining > 0
          ADD 1 TO Lot-Draw-Count
          MOVE SPACES TO Lot-Draw-Number-List(Lot-Draw-Count)
          MOVE WS-Lot-Remaining TO Lot-Draw-Qty-List(Lot-Draw-Count)
       END-IF.

       Put-Lots-To-Location.
       PERFORM VARYING WS-Lot-Index FROM 1 BY 1
             UNTIL WS-Lot-Index > Lot-Draw-Count
          IF Lot-Draw-Number-List(WS-Lot-Index) NOT = SPACES
             MOVE WS-Lot-Product-ID TO LT-PRODUCT-ID
             MOVE Lot-Draw-Number-List(WS-Lot-Index) TO LT-LOT-NUMBER
             READ LOT-FILE
                INVALID KEY
                   DISPLAY "Lote " LT-LOT-NUMBER " no encontrado."
                NOT INVALID KEY
                   ADD Lot-Draw-Qty-List(WS-Lot-Index)
                      TO LT-LOCATION-QTY(WS-Lot-Location)
                   SET LT-Lot-Open TO TRUE
                   REWRITE LT-RECORD
                      INVALID KEY
                         DISPLAY "Error al actualizar el lote "
                               LT-LOT-NUMBER
                   END-REWRITE
             END-READ
          END-IF
       END-PERFORM.

       Write-Lot-Movements.
       PERFORM VARYING WS-Lot-Index FROM 1 BY 1
             UNTIL WS-Lot-Index > Lot-Draw-Count
          IF WS-Lot-Outbound
             MOVE 0 TO WS-Mov-Qty-In
             MOVE Lot-Draw-Qty-List(WS-Lot-Index) TO WS-Mov-Qty-Out
             SUBTRACT Lot-Draw-Qty-List(WS-Lot-Index)
                FROM WS-Lot-Balance
          ELSE
             MOVE Lot-Draw-Qty-List(WS-Lot-Index) TO WS-Mov-Qty-In
             MOVE 0 TO WS-Mov-Qty-Out
             ADD Lot-Draw-Qty-List(WS-Lot-Index) TO WS-Lot-Balance
          END-IF
          IF WS-Lot-Balance < 0
             MOVE 0 TO WS-Mov-Balance
          ELSE
             MOVE WS-Lot-Balance TO WS-Mov-Balance
          END-IF
          MOVE WS-Lot-Location TO WS-Mov-Location
          MOVE Lot-Draw-Number-List(WS-Lot-Index) TO WS-Mov-Lot
          PERFORM Write-Stock-Movement
       END-PERFORM.

       Receive-Into-Lot.
       MOVE WS-Lot-Product-ID TO LT-PRODUCT-ID
       MOVE WS-Lot-Number TO LT-LOT-NUMBER
       READ LOT-FILE
          INVALID KEY
             MOVE WS-Lot-Product-ID TO LT-PRODUCT-ID
             MOVE WS-Lot-Number TO LT-LOT-NUMBER
             MOVE WS-Lot-Expiry TO LT-EXPIRY-DATE
             MOVE FUNCTION CURRENT-DATE TO WS-Timestamp-Work
             MOVE WS-Timestamp-Work(1:8) TO LT-RECEIVED-DATE
             MOVE WS-Rcv-PO-Number TO LT-PO-NUMBER
             MOVE WS-Lot-Draw-Qty TO LT-RECEIVED-QTY
             MOVE 0 TO LT-LOCATION-QTY(1)
             MOVE 0 TO LT-LOCATION-QTY(2)
             MOVE WS-Lot-Draw-Qty TO LT-LOCATION-QTY(WS-Lot-Location)
             SET LT-Lot-Open TO TRUE
             WRITE LT-RECORD
                INVALID KEY
                   DISPLAY "Error al grabar el lote " WS-Lot-Number
             END-WRITE
          NOT INVALID KEY
             IF LT-EXPIRY-DATE NOT = WS-Lot-Expiry
                DISPLAY "Aviso: el lote ya existía con vencimiento "
                      LT-EXPIRY-DATE "; se mantiene."
             END-IF
             ADD WS-Lot-Draw-Qty TO LT-RECEIVED-QTY
             ADD WS-Lot-Draw-Qty TO LT-LOCATION-QTY(WS-Lot-Location)
             SET LT-Lot-Open TO TRUE
             REWRITE LT-RECORD
                INVALID KEY
                   DISPLAY "Error al actualizar el lote "
                         WS-Lot-Number
             END-REWRITE
       END-READ.

       Accept-Lot-Expiry.
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese el vencimiento del lote "
                "(AAAAMMDD, vacío = sin vencimiento):"
          ACCEPT WS-Input-Line
          IF WS-Input-Line = SPACES
             MOVE 99999999 TO WS-Lot-Expiry
             SET WS-Valid TO TRUE
          ELSE
             IF WS-Input-Line(1:8) IS NUMERIC
                   AND WS-Input-Line(9:7) = SPACES
                MOVE WS-Input-Line(1:8) TO WS-Lot-Expiry
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-Lot-Expiry) = 0
                   SET WS-Valid TO TRUE
                ELSE
                   DISPLAY "Fecha inválida, ingrésela de nuevo"
                END-IF
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          END-IF
       END-PERFORM.

       Movement-History.
       DISPLAY "Historial de movimientos:"
       PERFORM Accept-Product-Key
       SET WS-Mov-Not-EOF TO TRUE
       SET WS-Not-Found TO TRUE
       MOVE ID-Temp TO MV-PRODUCT-ID
       MOVE 0 TO MV-DATE
       MOVE 0 TO MV-TIME
       START STOCK-MOVEMENT KEY >= MV-KEY
          INVALID KEY
             SET WS-Mov-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Mov-EOF
          READ STOCK-MOVEMENT NEXT RECORD
             AT END
                SET WS-Mov-EOF TO TRUE
             NOT AT END
                IF MV-PRODUCT-ID NOT = ID-Temp
                   SET WS-Mov-EOF TO TRUE
                ELSE
                   IF WS-Not-Found
                      SET WS-Found TO TRUE
                      DISPLAY "Movimientos del producto " ID-Temp ":"
                      DISPLAY WS-Mov-Header
                   END-IF
                   MOVE MV-DATE TO WS-MV-D-Date
                   EVALUATE MV-TYPE
                      WHEN 'R'
                         MOVE "ENTRADA" TO WS-MV-D-Type
                      WHEN 'I'
                         MOVE "SALIDA" TO WS-MV-D-Type
                      WHEN 'A'
                         MOVE "AJUSTE" TO WS-MV-D-Type
                      WHEN 'T'
                         MOVE "TRASLADO" TO WS-MV-D-Type
                      WHEN 'K'
                         MOVE "KIT" TO WS-MV-D-Type
                      WHEN 'C'
                         MOVE "COMPON." TO WS-MV-D-Type
                      WHEN 'D'
                         MOVE "DEV.CLI." TO WS-MV-D-Type
                      WHEN 'P'
                         MOVE "DEV.PROV." TO WS-MV-D-Type
                      WHEN OTHER
                         MOVE MV-TYPE TO WS-MV-D-Type
                   END-EVALUATE
                   MOVE MV-QTY-IN TO WS-MV-D-In
                   MOVE MV-QTY-OUT TO WS-MV-D-Out
                   MOVE MV-REASON TO WS-MV-D-Reason
                   MOVE MV-BALANCE TO WS-MV-D-Balance
                   MOVE MV-LOCATION TO WS-MV-D-Location
                   MOVE MV-LOT-NUMBER TO WS-MV-D-Lot
                   MOVE MV-OPERATOR TO WS-MV-D-Operator
                   DISPLAY WS-Mov-Detail
                END-IF
          END-READ
       END-PERFORM
       IF WS-Not-Found
          DISPLAY "No hay movimientos para ese producto."
       END-IF

       PERFORM Main-Menu.

       Audit-Inquiry.
       DISPLAY "Consulta de auditoría:"
       DISPLAY "Ingrese el ID del producto (0 = todos):"
       ACCEPT WS-Aud-Filter-ID
       MOVE 0 TO WS-Aud-Date-From
       MOVE 99999999 TO WS-Aud-Date-To
       DISPLAY "Fecha desde (AAAAMMDD, vacío = todas):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line(1:8) IS NUMERIC
          MOVE WS-Input-Line(1:8) TO WS-Aud-Date-From
       END-IF
       DISPLAY "Fecha hasta (AAAAMMDD, vacío = todas):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line(1:8) IS NUMERIC
          MOVE WS-Input-Line(1:8) TO WS-Aud-Date-To
       END-IF
       DISPLAY "Código de acción (vacío = todas):"
       ACCEPT WS-Text-Input
       MOVE FUNCTION UPPER-CASE(WS-Text-Input(1:10))
          TO WS-Aud-Action-Filter
       DISPLAY "Operador (vacío = todos):"
       ACCEPT WS-Text-Input
       MOVE FUNCTION UPPER-CASE(WS-Text-Input(1:8))
          TO WS-Aud-Operator-Filter
       DISPLAY "¿Grabar también el informe AUDRPT? (S/N):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line(1:1) = 'S' OR WS-Input-Line(1:1) = 's'
          SET WS-Aud-To-Report TO TRUE
       ELSE
          SET WS-Aud-No-Report TO TRUE
       END-IF
       CLOSE AUDIT-LOG
       OPEN INPUT AUDIT-LOG
       IF WS-AUDIT-STATUS NOT = "00"
          DISPLAY "No hay registros de auditoría."
          PERFORM Reopen-Audit-Log
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       IF WS-Aud-To-Report
          OPEN OUTPUT AUDIT-REPORT
          IF WS-AUDR-STATUS NOT = "00"
             DISPLAY "Error al abrir el informe de auditoría."
             SET WS-Aud-No-Report TO TRUE
          END-IF
       END-IF
       MOVE 0 TO WS-Aud-Match-Count
       MOVE 0 TO WS-Inq-Line-Count
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ AUDIT-LOG NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                PERFORM Check-Audit-Record
          END-READ
       END-PERFORM
       CLOSE AUDIT-LOG
       IF WS-Aud-To-Report
          CLOSE AUDIT-REPORT
          DISPLAY "Informe generado en el archivo AUDRPT."
       END-IF
       IF WS-Aud-Match-Count = 0
          DISPLAY "No hay registros que cumplan el filtro."
       ELSE
          DISPLAY "Registros encontrados: " WS-Aud-Match-Count
       END-IF
       PERFORM Reopen-Audit-Log

       PERFORM Main-Menu.

       Reopen-Audit-Log.
       OPEN EXTEND AUDIT-LOG
       IF WS-AUDIT-STATUS NOT = "00"
          OPEN OUTPUT AUDIT-LOG
       END-IF.

       Check-Audit-Record.
       MOVE AUDIT-LINE TO WS-Aud-In
       IF WS-AI-Timestamp(1:8) IS NOT NUMERIC
          EXIT PARAGRAPH
       END-IF
       MOVE WS-AI-Timestamp(1:8) TO WS-Aud-Rec-Date
       IF WS-Aud-Rec-Date < WS-Aud-Date-From
             OR WS-Aud-Rec-Date > WS-Aud-Date-To
          EXIT PARAGRAPH
       END-IF
       IF WS-Aud-Filter-ID > 0
          IF WS-AI-Product IS NOT NUMERIC
             EXIT PARAGRAPH
          END-IF
          MOVE WS-AI-Product TO WS-Aud-Rec-ID
          IF WS-Aud-Rec-ID NOT = WS-Aud-Filter-ID
             EXIT PARAGRAPH
          END-IF
       END-IF
       IF WS-Aud-Action-Filter NOT = SPACES
             AND WS-AI-Action NOT = WS-Aud-Action-Filter
          EXIT PARAGRAPH
       END-IF
       IF WS-Aud-Operator-Filter NOT = SPACES
             AND WS-AI-Operator NOT = WS-Aud-Operator-Filter
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-Aud-Match-Count
       IF WS-Inq-Line-Count >= WS-Inq-Page-Size
          DISPLAY "Presione ENTER para continuar..."
          ACCEPT WS-Input-Line
          MOVE 0 TO WS-Inq-Line-Count
       END-IF
       DISPLAY WS-AI-Timestamp(1:8) " " WS-AI-Timestamp(9:6)
             " " WS-AI-Product " " WS-AI-Action
             " " WS-AI-Operator " " WS-AI-Supervisor
       DISPLAY "  Antes:   " WS-AI-Before(1:60)
       DISPLAY "  Después: " WS-AI-After(1:60)
       ADD 3 TO WS-Inq-Line-Count
       IF WS-Aud-To-Report
          MOVE WS-Aud-In TO AUDR-LINE
          WRITE AUDR-LINE
       END-IF.

       Write-Audit-Log.
       MOVE FUNCTION CURRENT-DATE TO WS-A-Timestamp
       MOVE WS-Audit-Product-ID TO WS-A-Product-ID
       MOVE WS-Audit-Action TO WS-A-Action
       MOVE WS-Audit-Before TO WS-A-Before
       MOVE WS-Audit-After TO WS-A-After
       MOVE WS-Operator-ID TO WS-A-Operator
       MOVE WS-Audit-Supervisor TO WS-A-Supervisor
       MOVE WS-Audit-Line TO AUDIT-LINE
       WRITE AUDIT-LINE.

       Batch-Mode.
       PERFORM Read-Checkpoint
       OPEN EXTEND REJECT-FILE
       IF WS-RJ-STATUS NOT = "00"
          OPEN OUTPUT REJECT-FILE
       END-IF
       MOVE 0 TO WS-Tran-Read
       MOVE 0 TO WS-Tran-Applied
       MOVE 0 TO WS-Tran-Rejected
       MOVE 0 TO WS-Tran-Skipped
       MOVE 'N' TO WS-EOF-FLAG
       OPEN INPUT TRANSACTION-FILE
       IF WS-TR-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de transacciones."
       ELSE
          PERFORM UNTIL WS-EOF
             READ TRANSACTION-FILE NEXT RECORD
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-Tran-Read
                   IF WS-Tran-Read <= WS-Checkpoint-Count
                      ADD 1 TO WS-Tran-Skipped
                   ELSE
                      PERFORM Process-Transaction
                      PERFORM Write-Checkpoint
                   END-IF
             END-READ
          END-PERFORM
          CLOSE TRANSACTION-FILE
          PERFORM Write-Run-Trailer
          PERFORM Reset-Checkpoint
       END-IF
       CLOSE REJECT-FILE
       PERFORM Close-Files
       STOP RUN.

       Read-Checkpoint.
       MOVE 0 TO WS-Checkpoint-Count
       OPEN INPUT CHECKPOINT-FILE
       IF WS-CK-STATUS = "00"
          READ CHECKPOINT-FILE NEXT RECORD
             AT END
                CONTINUE
             NOT AT END
                IF CK-PROCESSED-COUNT IS NUMERIC
                   MOVE CK-PROCESSED-COUNT TO WS-Checkpoint-Count
                END-IF
          END-READ
          CLOSE CHECKPOINT-FILE
       END-IF
       IF WS-Checkpoint-Count > 0
          DISPLAY "Reanudando la corrida: se omiten "
                WS-Checkpoint-Count " transacciones ya procesadas."
       END-IF.

       Write-Checkpoint.
       OPEN OUTPUT CHECKPOINT-FILE
       IF WS-CK-STATUS = "00"
          MOVE WS-Tran-Read TO CK-PROCESSED-COUNT
          WRITE CK-RECORD
          CLOSE CHECKPOINT-FILE
       ELSE
          DISPLAY "Error al grabar el punto de control."
       END-IF.

       Reset-Checkpoint.
       OPEN OUTPUT CHECKPOINT-FILE
       IF WS-CK-STATUS = "00"
          MOVE 0 TO CK-PROCESSED-COUNT
          WRITE CK-RECORD
          CLOSE CHECKPOINT-FILE
       END-IF.

       Write-Run-Trailer.
       MOVE WS-Tran-Read TO WS-RT-Read
       MOVE WS-Tran-Applied TO WS-RT-Applied
       MOVE WS-Tran-Rejected TO WS-RT-Rejected
       MOVE WS-Tran-Skipped TO WS-RT-Skipped
       MOVE WS-Run-Trailer TO RJ-RECORD
       WRITE RJ-RECORD
       DISPLAY "Fin de la corrida por lotes."
       DISPLAY "  Transacciones leídas:     " WS-RT-Read
       DISPLAY "  Transacciones aplicadas:  " WS-RT-Applied
       DISPLAY "  Transacciones rechazadas: " WS-RT-Rejected
       DISPLAY "  Transacciones omitidas:   " WS-RT-Skipped.

       Write-Reject-Record.
       MOVE TR-RECORD TO RJ-ORIGINAL
       MOVE SPACE TO RJ-SEPARATOR
       MOVE WS-Reject-Reason TO RJ-REASON
       WRITE RJ-RECORD.

       Process-Transaction.
       SET WS-Tran-OK TO TRUE
       MOVE SPACES TO WS-Reject-Reason
       EVALUATE TR-TYPE
          WHEN 'R'
             PERFORM Register-Product
          WHEN 'U'
             PERFORM Update-Stock
          WHEN OTHER
             DISPLAY "Tipo de transacción no válido: " TR-TYPE
             MOVE "TIPO DE TRANSACCION INVALIDO" TO WS-Reject-Reason
             SET WS-Tran-Reject TO TRUE
       END-EVALUATE
       IF WS-Tran-Reject
          ADD 1 TO WS-Tran-Rejected
          PERFORM Write-Reject-Record
       ELSE
          ADD 1 TO WS-Tran-Applied
       END-IF.

       Register-Product.
       DISPLAY "Registro de nuevo producto:"
       IF WS-Batch-Mode
          MOVE TR-PRODUCT-NAME TO Product-Name
          MOVE TR-SKU TO Product-Sku
       ELSE
          DISPLAY "Ingrese el nombre del producto:"
          ACCEPT Product-Name
          DISPLAY "Ingrese el código de barras / SKU (opcional):"
          ACCEPT Product-Sku
       END-IF

       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          IF WS-Batch-Mode
             IF TR-PRICE IS NOT NUMERIC
                DISPLAY "Transacción rechazada: precio inválido."
                MOVE "PRECIO INVALIDO" TO WS-Reject-Reason
                SET WS-Tran-Reject TO TRUE
                EXIT PARAGRAPH
             END-IF
             MOVE TR-PRICE TO Product-Price
             IF Product-Price > 0 AND Product-Price <= 99999.99
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Transacción rechazada: precio inválido."
                MOVE "PRECIO INVALIDO" TO WS-Reject-Reason
                SET WS-Tran-Reject TO TRUE
                EXIT PARAGRAPH
             END-IF
          ELSE
             DISPLAY "Ingrese el precio del producto:"
             ACCEPT WS-Input-Line
             IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
                COMPUTE WS-Numval-Result =
                   FUNCTION NUMVAL(WS-Input-Line)
                IF WS-Numval-Result > 0 AND WS-Numval-Result <= 99999.99
                   MOVE WS-Numval-Result TO Product-Price
                   SET WS-Valid TO TRUE
                ELSE
                   DISPLAY "Valor inválido, ingréselo de nuevo"
                END-IF
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          END-IF
       END-PERFORM

       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          IF WS-Batch-Mode
             IF TR-STOCK IS NOT NUMERIC
                DISPLAY "Transacción rechazada: stock inválido."
                MOVE "STOCK INVALIDO" TO WS-Reject-Reason
                SET WS-Tran-Reject TO TRUE
                EXIT PARAGRAPH
             END-IF
             MOVE TR-STOCK TO Stock-Quantity
             IF Stock-Quantity >= 0 AND Stock-Quantity <= 99999
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Transacción rechazada: stock inválido."
                MOVE "STOCK INVALIDO" TO WS-Reject-Reason
                SET WS-Tran-Reject TO TRUE
                EXIT PARAGRAPH
             END-IF
          ELSE
             DISPLAY "Ingrese el stock del producto:"
             ACCEPT WS-Input-Line
             IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
                COMPUTE WS-Numval-Result =
                   FUNCTION NUMVAL(WS-Input-Line)
                IF WS-Numval-Result >= 0 AND WS-Numval-Result <= 99999
                   MOVE WS-Numval-Result TO Stock-Quantity
                   SET WS-Valid TO TRUE
                ELSE
                   DISPLAY "Valor inválido, ingréselo de nuevo"
                END-IF
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          END-IF
       END-PERFORM

       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          IF WS-Batch-Mode
             IF TR-REORDER-POINT IS NOT NUMERIC
                DISPLAY "Transacción rechazada: reorden inválido."
                MOVE "REORDEN INVALIDO" TO WS-Reject-Reason
                SET WS-Tran-Reject TO TRUE
                EXIT PARAGRAPH
             END-IF
             MOVE TR-REORDER-POINT TO Reorder-Point
             IF Reorder-Point >= 0 AND Reorder-Point <= 99999
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Transacción rechazada: reorden inválido."
                MOVE "REORDEN INVALIDO" TO WS-Reject-Reason
                SET WS-Tran-Reject TO TRUE
                EXIT PARAGRAPH
             END-IF
          ELSE
             DISPLAY "Ingrese el punto de reorden del producto:"
             ACCEPT WS-Input-Line
             IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
                COMPUTE WS-Numval-Result =
                   FUNCTION NUMVAL(WS-Input-Line)
                IF WS-Numval-Result >= 0 AND WS-Numval-Result <= 99999
                   MOVE WS-Numval-Result TO Reorder-Point
                   SET WS-Valid TO TRUE
                ELSE
                   DISPLAY "Valor inválido, ingréselo de nuevo"
                END-IF
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          END-IF
       END-PERFORM

       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          IF WS-Batch-Mode
             IF TR-SUPPLIER-ID IS NOT NUMERIC
                DISPLAY "Transacción rechazada: proveedor inválido."
                MOVE "PROVEEDOR INVALIDO" TO WS-Reject-Reason
                SET WS-Tran-Reject TO TRUE
                EXIT PARAGRAPH
             END-IF
             MOVE TR-SUPPLIER-ID TO WS-Supplier-Temp
             IF WS-Supplier-Temp = 0
                MOVE 0 TO Supplier-ID
                SET WS-Valid TO TRUE
             ELSE
                PERFORM Find-Supplier
                IF WS-Sup-Found
                   MOVE WS-Supplier-Temp TO Supplier-ID
                   SET WS-Valid TO TRUE
                ELSE
                   DISPLAY "Transacción rechazada: "
                      "proveedor inválido."
                   MOVE "PROVEEDOR INVALIDO" TO WS-Reject-Reason
                   SET WS-Tran-Reject TO TRUE
                   EXIT PARAGRAPH
                END-IF
             END-IF
          ELSE
             DISPLAY "Ingrese el ID del proveedor (0 = sin asignar):"
             ACCEPT WS-Input-Line
             IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
                COMPUTE WS-Numval-Result =
                   FUNCTION NUMVAL(WS-Input-Line)
                IF WS-Numval-Result = 0
                   MOVE 0 TO Supplier-ID
                   SET WS-Valid TO TRUE
                ELSE
                   IF WS-Numval-Result > 0 AND
                         WS-Numval-Result <= 99999
                      MOVE WS-Numval-Result TO WS-Supplier-Temp
                      PERFORM Find-Supplier
                      IF WS-Sup-Found
                         MOVE WS-Supplier-Temp TO Supplier-ID
                         SET WS-Valid TO TRUE
                      ELSE
                         DISPLAY "Proveedor no encontrado, "
                            "ingréselo de nuevo"
                      END-IF
                   ELSE
                      DISPLAY "Valor inválido, ingréselo de nuevo"
                   END-IF
                END-IF
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          END-IF
       END-PERFORM

       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          IF WS-Batch-Mode
             IF TR-LAST-COST IS NOT NUMERIC
                DISPLAY "Transacción rechazada: costo inválido."
                MOVE "COSTO INVALIDO" TO WS-Reject-Reason
                SET WS-Tran-Reject TO TRUE
                EXIT PARAGRAPH
             END-IF
             MOVE TR-LAST-COST TO Last-Cost
             SET WS-Valid TO TRUE
          ELSE
             DISPLAY "Ingrese el último costo del producto:"
             ACCEPT WS-Input-Line
             IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
                COMPUTE WS-Numval-Result =
                   FUNCTION NUMVAL(WS-Input-Line)
                IF WS-Numval-Result >= 0 AND
                      WS-Numval-Result <= 99999.99
                   MOVE WS-Numval-Result TO Last-Cost
                   SET WS-Valid TO TRUE
                ELSE
                   DISPLAY "Valor inválido, ingréselo de nuevo"
                END-IF
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          END-IF
       END-PERFORM

       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          IF WS-Batch-Mode
             MOVE TR-CATEGORY TO Product-Category
             IF Category-Count = 0
                SET WS-Valid TO TRUE
             ELSE
                MOVE Product-Category TO WS-Category-Temp
                PERFORM Find-Category
                IF WS-Cat-Found
                   SET WS-Valid TO TRUE
                ELSE
                   DISPLAY "Transacción rechazada: "
                      "categoría inválida."
                   MOVE "CATEGORIA INVALIDA" TO WS-Reject-Reason
                   SET WS-Tran-Reject TO TRUE
                   EXIT PARAGRAPH
                END-IF
             END-IF
          ELSE
             DISPLAY "Ingrese la categoría del producto:"
             ACCEPT WS-Input-Line
             MOVE WS-Input-Line(1:4) TO Product-Category
             IF Category-Count = 0
                SET WS-Valid TO TRUE
             ELSE
                MOVE Product-Category TO WS-Category-Temp
                PERFORM Find-Category
                IF WS-Cat-Found
                   SET WS-Valid TO TRUE
                ELSE
                   DISPLAY "Categoría no encontrada, "
                      "ingrésela de nuevo"
                END-IF
             END-IF
          END-IF
       END-PERFORM

       PERFORM Find-Duplicate-Product
       IF WS-Duplicate-Found
          SET WS-Within-Limit TO TRUE
          IF Stock-Quantity > WS-Adjust-Limit
             SET WS-Over-Limit TO TRUE
          END-IF
          MOVE Price-List(WS-Duplicate-Index) TO WS-Old-Price
          IF WS-Old-Price > 0
             IF Product-Price >= WS-Old-Price
                COMPUTE WS-Price-Change-Pct ROUNDED =
                   (Product-Price - WS-Old-Price) * 100 / WS-Old-Price
             ELSE
                COMPUTE WS-Price-Change-Pct ROUNDED =
                   (WS-Old-Price - Product-Price) * 100 / WS-Old-Price
             END-IF
             IF WS-Price-Change-Pct > WS-Price-Change-Limit
                SET WS-Over-Limit TO TRUE
             END-IF
          END-IF
          IF WS-Over-Limit
             IF WS-Batch-Mode
                DISPLAY "Transacción rechazada: la fusión "
                      "supera el umbral"
                MOVE "REQUIERE SUPERVISOR" TO WS-Reject-Reason
                SET WS-Tran-Reject TO TRUE
                EXIT PARAGRAPH
             END-IF
             PERFORM Request-Supervisor-Approval
             IF WS-Approval-Denied
                DISPLAY "Fusión no autorizada. "
                      "Producto no actualizado."
                PERFORM Main-Menu
                EXIT PARAGRAPH
             END-IF
          END-IF
          MOVE WS-Duplicate-Index TO WS-Product-Index
          PERFORM Take-Product-Snapshot
          MOVE Quantity-List(WS-Duplicate-Index) TO WS-Old-Stock
          MOVE Price-List(WS-Duplicate-Index) TO WS-Old-Price
          MOVE Reorder-List(WS-Duplicate-Index) TO WS-Old-Reorder
          ADD Stock-Quantity TO Quantity-List(WS-Duplicate-Index)
          ADD Stock-Quantity TO Loc-Qty-List(WS-Duplicate-Index, 1)
          IF Stock-Quantity > 0
             MOVE WS-Duplicate-Index TO WS-Product-Index
             MOVE WS-Old-Stock TO WS-Avg-Old-Qty
             MOVE Stock-Quantity TO WS-Avg-Rcv-Qty
             MOVE Last-Cost TO WS-Avg-Unit-Cost
             PERFORM Update-Average-Cost
          END-IF
          MOVE Product-Price TO Price-List(WS-Duplicate-Index)
          MOVE Reorder-Point TO Reorder-List(WS-Duplicate-Index)
          MOVE Supplier-ID TO Supplier-List(WS-Duplicate-Index)
          MOVE Last-Cost TO Cost-List(WS-Duplicate-Index)
          MOVE Product-Category TO Category-List(WS-Duplicate-Index)

          MOVE 'A' TO Active-List(WS-Duplicate-Index)
          MOVE WS-Duplicate-Index TO WS-Product-Index
          PERFORM Rewrite-Product-Master
          IF WS-Record-Stale
             DISPLAY "La fusión no se aplicó."
             IF WS-Batch-Mode
                MOVE "REGISTRO MODIFICADO" TO WS-Reject-Reason
                SET WS-Tran-Reject TO TRUE
             END-IF
             IF WS-Interactive-Mode
                PERFORM Main-Menu
             END-IF
             EXIT PARAGRAPH
          END-IF
          DISPLAY "Producto ya existe. Se fusionó el stock."

          MOVE ID-List(WS-Duplicate-Index) TO WS-Audit-Product-ID
          MOVE "FUSION" TO WS-Audit-Action
          MOVE WS-Old-Stock TO WS-Audit-Qty-Display
          MOVE WS-Old-Price TO WS-Audit-Price-Display
          MOVE WS-Old-Reorder TO WS-Audit-Reorder-Display
          STRING "Stock=" WS-Audit-Qty-Display " Precio="
             WS-Audit-Price-Display " Reorder="
             WS-Audit-Reorder-Display
             DELIMITED BY SIZE INTO WS-Audit-Before
          MOVE Quantity-List(WS-Duplicate-Index) TO WS-Audit-Qty-Display
          MOVE Price-List(WS-Duplicate-Index) TO WS-Audit-Price-Display
          MOVE Reorder-List(WS-Duplicate-Index)
             TO WS-Audit-Reorder-Display
          STRING "Stock=" WS-Audit-Qty-Display " Precio="
             WS-Audit-Price-Display " Reorder="
             WS-Audit-Reorder-Display
             DELIMITED BY SIZE INTO WS-Audit-After
          PERFORM Write-Audit-Log

          IF Product-Price NOT = WS-Old-Price
             MOVE WS-Duplicate-Index TO WS-Product-Index
             MOVE Product-Price TO WS-Price-New
             PERFORM Write-Price-History
          END-IF

          IF Stock-Quantity > 0
             MOVE ID-List(WS-Duplicate-Index) TO WS-Mov-Product-ID
             MOVE 'R' TO WS-Mov-Type
             MOVE Stock-Quantity TO WS-Mov-Qty-In
             MOVE 0 TO WS-Mov-Qty-Out
             MOVE "FUSION" TO WS-Mov-Reason
             MOVE Quantity-List(WS-Duplicate-Index) TO WS-Mov-Balance
             MOVE 1 TO WS-Mov-Location
             PERFORM Write-Stock-Movement
          END-IF
       ELSE
          IF Product-Count >= WS-Max-Products
             DISPLAY "Inventario lleno. No se puede registrar más."
             IF WS-Batch-Mode
                MOVE "INVENTARIO LLENO" TO WS-Reject-Reason
                SET WS-Tran-Reject TO TRUE
             END-IF
             IF WS-Interactive-Mode
                PERFORM Main-Menu
             END-IF
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO Product-Count
          MOVE Product-Count TO Product-ID
          IF Product-ID = 0
             DISPLAY "Valor inválido, ingréselo de nuevo"
             SUBTRACT 1 FROM Product-Count
             IF WS-Interactive-Mode
                PERFORM Main-Menu
             END-IF
             EXIT PARAGRAPH
          END-IF

          MOVE Product-ID TO ID-List(Product-Count)
          MOVE Product-Name TO Name-List(Product-Count)
          MOVE Product-Price TO Price-List(Product-Count)
          MOVE Stock-Quantity TO Quantity-List(Product-Count)
          MOVE Stock-Quantity TO Loc-Qty-List(Product-Count, 1)
          MOVE 0 TO Loc-Qty-List(Product-Count, 2)
          MOVE 'A' TO Active-List(Product-Count)
          MOVE Reorder-Point TO Reorder-List(Product-Count)
          MOVE Supplier-ID TO Supplier-List(Product-Count)
          MOVE Last-Cost TO Cost-List(Product-Count)
          MOVE Last-Cost TO Avg-Cost-List(Product-Count)
          MOVE Product-Category TO Category-List(Product-Count)
          MOVE Product-Sku TO Sku-List(Product-Count)
          MOVE 0 TO Order-Qty-List(Product-Count)

          MOVE Product-ID TO PM-PRODUCT-ID
          MOVE Product-Name TO PM-PRODUCT-NAME
          MOVE Product-Price TO PM-PRODUCT-PRICE
          MOVE Stock-Quantity TO PM-STOCK-QUANTITY
          MOVE Stock-Quantity TO PM-LOCATION-QTY(1)
          MOVE 0 TO PM-LOCATION-QTY(2)
          MOVE 'A' TO PM-ACTIVE-FLAG
          MOVE Reorder-Point TO PM-REORDER-POINT
          MOVE Supplier-ID TO PM-SUPPLIER-ID
          MOVE Last-Cost TO PM-LAST-COST
          MOVE Last-Cost TO PM-AVG-COST
          MOVE Product-Category TO PM-CATEGORY
          MOVE Product-Sku TO PM-SKU
          MOVE 0 TO PM-ORDER-QTY
          WRITE PM-RECORD
             INVALID KEY
                DISPLAY "Error al guardar el producto en el maestro."
          END-WRITE
          DISPLAY "Producto registrado con éxito."

          MOVE Product-ID TO WS-Audit-Product-ID
          MOVE "REGISTRO" TO WS-Audit-Action
          MOVE SPACES TO WS-Audit-Before
          MOVE Product-Price TO WS-Audit-Price-Display
          MOVE Stock-Quantity TO WS-Audit-Qty-Display
          MOVE Reorder-Point TO WS-Audit-Reorder-Display
          STRING "Nombre=" Product-Name " Precio="
             WS-Audit-Price-Display " Stock=" WS-Audit-Qty-Display
             " Reorder=" WS-Audit-Reorder-Display
             DELIMITED BY SIZE INTO WS-Audit-After
          PERFORM Write-Audit-Log

          IF Stock-Quantity > 0
             MOVE Product-ID TO WS-Mov-Product-ID
             MOVE 'R' TO WS-Mov-Type
             MOVE Stock-Quantity TO WS-Mov-Qty-In
             MOVE 0 TO WS-Mov-Qty-Out
             MOVE "REGISTRO" TO WS-Mov-Reason
             MOVE Stock-Quantity TO WS-Mov-Balance
             MOVE 1 TO WS-Mov-Location
             PERFORM Write-Stock-Movement
          END-IF
       END-IF

       IF WS-Interactive-Mode
          PERFORM Main-Menu
       END-IF.

       Find-Duplicate-Product.
       SET WS-Duplicate-Not-Found TO TRUE
       IF Product-Sku = SPACES
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING J FROM 1 BY 1
             UNTIL J > Product-Count OR WS-Duplicate-Found
          IF Sku-List(J) = Product-Sku
             SET WS-Duplicate-Found TO TRUE
             MOVE J TO WS-Duplicate-Index
          END-IF
       END-PERFORM.

       Accept-Product-Key.
       DISPLAY "Ingrese el ID o código de barras del producto:"
       ACCEPT WS-Key-Input
       MOVE 0 TO ID-Temp
       IF WS-Key-Input = SPACES
          EXIT PARAGRAPH
       END-IF
       IF FUNCTION TEST-NUMVAL(WS-Key-Input) = 0
          COMPUTE WS-Numval-Result =
             FUNCTION NUMVAL(WS-Key-Input)
          IF WS-Numval-Result > 0 AND WS-Numval-Result <= 99999
             MOVE WS-Numval-Result TO ID-Temp
             EXIT PARAGRAPH
          END-IF
       END-IF
       PERFORM VARYING J FROM 1 BY 1 UNTIL J > Product-Count
          IF Sku-List(J) = WS-Key-Input
             MOVE ID-List(J) TO ID-Temp
          END-IF
       END-PERFORM.

       Find-Product.
       SET WS-Not-Found TO TRUE
       PERFORM VARYING J FROM 1 BY 1
             UNTIL J > Product-Count OR WS-Found
          IF ID-List(J) = ID-Temp AND Entry-Active(J)
             SET WS-Found TO TRUE
             MOVE J TO WS-Product-Index
          END-IF
       END-PERFORM.

       Take-Product-Snapshot.
       MOVE Name-List(WS-Product-Index) TO WS-Guard-Name
       MOVE Price-List(WS-Product-Index) TO WS-Guard-Price
       MOVE Quantity-List(WS-Product-Index) TO WS-Guard-Qty
       MOVE Loc-Qty-List(WS-Product-Index, 1) TO WS-Guard-Loc1
       MOVE Loc-Qty-List(WS-Product-Index, 2) TO WS-Guard-Loc2
       MOVE Active-List(WS-Product-Index) TO WS-Guard-Active
       MOVE Reorder-List(WS-Product-Index) TO WS-Guard-Reorder
       MOVE Supplier-List(WS-Product-Index) TO WS-Guard-Supplier
       MOVE Cost-List(WS-Product-Index) TO WS-Guard-Cost
       MOVE Avg-Cost-List(WS-Product-Index) TO WS-Guard-Avg-Cost
       MOVE Category-List(WS-Product-Index) TO WS-Guard-Category
       MOVE Sku-List(WS-Product-Index) TO WS-Guard-Sku
       MOVE Order-Qty-List(WS-Product-Index) TO WS-Guard-Order-Qty.

       Check-Product-Master.
       SET WS-Record-Current TO TRUE
       MOVE ID-List(WS-Product-Index) TO PM-PRODUCT-ID
       READ PRODUCT-MASTER WITH LOCK
          INVALID KEY
             EXIT PARAGRAPH
       END-READ
       IF PM-PRODUCT-NAME NOT = WS-Guard-Name
             OR PM-PRODUCT-PRICE NOT = WS-Guard-Price
             OR PM-STOCK-QUANTITY NOT = WS-Guard-Qty
             OR PM-LOCATION-QTY(1) NOT = WS-Guard-Loc1
             OR PM-LOCATION-QTY(2) NOT = WS-Guard-Loc2
             OR PM-ACTIVE-FLAG NOT = WS-Guard-Active
             OR PM-REORDER-POINT NOT = WS-Guard-Reorder
             OR PM-SUPPLIER-ID NOT = WS-Guard-Supplier
             OR PM-LAST-COST NOT = WS-Guard-Cost
             OR PM-AVG-COST NOT = WS-Guard-Avg-Cost
             OR PM-CATEGORY NOT = WS-Guard-Category
             OR PM-SKU NOT = WS-Guard-Sku
             OR PM-ORDER-QTY NOT = WS-Guard-Order-Qty
          SET WS-Record-Stale TO TRUE
          PERFORM Refresh-Product-Entry
          UNLOCK PRODUCT-MASTER
          DISPLAY "Aviso: el producto " PM-PRODUCT-ID
                " fue modificado por otro operador."
          DISPLAY "Se recargaron los datos; verifique y "
                "reintente la operación."
       END-IF.

       Refresh-Product-Entry.
       MOVE PM-PRODUCT-NAME TO Name-List(WS-Product-Index)
       MOVE PM-PRODUCT-PRICE TO Price-List(WS-Product-Index)
       MOVE PM-STOCK-QUANTITY TO Quantity-List(WS-Product-Index)
       MOVE PM-LOCATION-QTY(1)
          TO Loc-Qty-List(WS-Product-Index, 1)
       MOVE PM-LOCATION-QTY(2)
          TO Loc-Qty-List(WS-Product-Index, 2)
       MOVE PM-ACTIVE-FLAG TO Active-List(WS-Product-Index)
       MOVE PM-REORDER-POINT TO Reorder-List(WS-Product-Index)
       MOVE PM-SUPPLIER-ID TO Supplier-List(WS-Product-Index)
       MOVE PM-LAST-COST TO Cost-List(WS-Product-Index)
       MOVE PM-AVG-COST TO Avg-Cost-List(WS-Product-Index)
       MOVE PM-CATEGORY TO Category-List(WS-Product-Index)
       MOVE PM-SKU TO Sku-List(WS-Product-Index)
       MOVE PM-ORDER-QTY TO Order-Qty-List(WS-Product-Index).

       Rewrite-Product-Master.
       PERFORM Check-Product-Master
       IF WS-Record-Stale
          EXIT PARAGRAPH
       END-IF
       MOVE ID-List(WS-Product-Index) TO PM-PRODUCT-ID
       MOVE Name-List(WS-Product-Index) TO PM-PRODUCT-NAME
       MOVE Price-List(WS-Product-Index) TO PM-PRODUCT-PRICE
       MOVE Quantity-List(WS-Product-Index) TO PM-STOCK-QUANTITY
       MOVE Loc-Qty-List(WS-Product-Index, 1)
          TO PM-LOCATION-QTY(1)
       MOVE Loc-Qty-List(WS-Product-Index, 2)
          TO PM-LOCATION-QTY(2)
       MOVE Active-List(WS-Product-Index) TO PM-ACTIVE-FLAG
       MOVE Reorder-List(WS-Product-Index) TO PM-REORDER-POINT
       MOVE Supplier-List(WS-Product-Index) TO PM-SUPPLIER-ID
       MOVE Cost-List(WS-Product-Index) TO PM-LAST-COST
       MOVE Avg-Cost-List(WS-Product-Index) TO PM-AVG-COST
       MOVE Category-List(WS-Product-Index) TO PM-CATEGORY
       MOVE Sku-List(WS-Product-Index) TO PM-SKU
       MOVE Order-Qty-List(WS-Product-Index) TO PM-ORDER-QTY
       REWRITE PM-RECORD
          INVALID KEY
             DISPLAY "Error al actualizar el archivo maestro."
       END-REWRITE
       UNLOCK PRODUCT-MASTER.

       Physical-Count-Mode.
       OPEN INPUT COUNT-FILE
       IF WS-CF-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de conteo."
          PERFORM Close-Files
          STOP RUN
       END-IF
       OPEN OUTPUT VARIANCE-REPORT
       IF WS-VAR-STATUS NOT = "00"
          DISPLAY "Error al abrir el informe de variaciones."
          CLOSE COUNT-FILE
          PERFORM Close-Files
          STOP RUN
       END-IF
       MOVE 0 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE 0 TO WS-Total-Var-Value
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
          MOVE 'N' TO WS-Counted-Flag(I, 1)
          MOVE 'N' TO WS-Counted-Flag(I, 2)
       END-PERFORM
       PERFORM Write-Var-Header
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ COUNT-FILE NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                PERFORM Process-Count-Record
          END-READ
       END-PERFORM
       PERFORM Report-Uncounted-Products
       MOVE SPACES TO VAR-LINE
       WRITE VAR-LINE
       MOVE WS-Total-Var-Value TO WS-VT-Value
       MOVE WS-Var-Total-Line TO VAR-LINE
       WRITE VAR-LINE
       CLOSE COUNT-FILE
       CLOSE VARIANCE-REPORT
       DISPLAY "Conciliación de conteo terminada. Informe en VARRPT."
       PERFORM Close-Files
       STOP RUN.

       Process-Count-Record.
       IF CF-PRODUCT-ID IS NOT NUMERIC
             OR CF-LOCATION IS NOT NUMERIC
             OR CF-COUNTED-QTY IS NOT NUMERIC
          PERFORM Check-Var-Page
          MOVE 0 TO WS-VE-ID
          MOVE "REGISTRO DE CONTEO INVALIDO" TO WS-VE-Text
          MOVE WS-Var-Exception-Line TO VAR-LINE
          WRITE VAR-LINE
          ADD 1 TO WS-Report-Line-Count
          EXIT PARAGRAPH
       END-IF
       IF CF-LOCATION < 1 OR CF-LOCATION > WS-Max-Locations
          PERFORM Check-Var-Page
          MOVE CF-PRODUCT-ID TO WS-VE-ID
          MOVE "DEPOSITO INVALIDO - CONTEO NO APLICADO"
             TO WS-VE-Text
          MOVE WS-Var-Exception-Line TO VAR-LINE
          WRITE VAR-LINE
          ADD 1 TO WS-Report-Line-Count
          EXIT PARAGRAPH
       END-IF
       MOVE CF-PRODUCT-ID TO ID-Temp
       PERFORM Find-Product
       IF WS-Not-Found
          PERFORM Find-Product-Any
          PERFORM Check-Var-Page
          MOVE CF-PRODUCT-ID TO WS-VE-ID
          IF WS-Found
             MOVE "PRODUCTO INACTIVO - CONTEO NO APLICADO"
                TO WS-VE-Text
          ELSE
             MOVE "ID DESCONOCIDO - CONTEO NO APLICADO"
                TO WS-VE-Text
          END-IF
          MOVE WS-Var-Exception-Line TO VAR-LINE
          WRITE VAR-LINE
          ADD 1 TO WS-Report-Line-Count
          EXIT PARAGRAPH
       END-IF
       PERFORM Take-Product-Snapshot
       MOVE CF-LOCATION TO WS-Location
       MOVE Quantity-List(WS-Product-Index) TO WS-Old-Stock
       MOVE Loc-Qty-List(WS-Product-Index, WS-Location)
          TO WS-Old-Loc-Stock
       IF CF-LOT-NUMBER NOT = SPACES
          MOVE CF-PRODUCT-ID TO LT-PRODUCT-ID
          MOVE CF-LOT-NUMBER TO LT-LOT-NUMBER
          READ LOT-FILE
             INVALID KEY
                PERFORM Check-Var-Page
                MOVE CF-PRODUCT-ID TO WS-VE-ID
                MOVE "LOTE DESCONOCIDO - CONTEO NO APLICADO"
                   TO WS-VE-Text
                MOVE WS-Var-Exception-Line TO VAR-LINE
                WRITE VAR-LINE
                ADD 1 TO WS-Report-Line-Count
                EXIT PARAGRAPH
          END-READ
          MOVE LT-LOCATION-QTY(WS-Location) TO WS-Old-Loc-Stock
       END-IF
       COMPUTE WS-Count-Diff = CF-COUNTED-QTY - WS-Old-Loc-Stock
       COMPUTE WS-Value-Diff =
             WS-Count-Diff * Price-List(WS-Product-Index)
       SET WS-Within-Limit TO TRUE
       IF WS-Count-Diff > WS-Adjust-Limit
             OR WS-Count-Diff < 0 - WS-Adjust-Limit
          SET WS-Over-Limit TO TRUE
       END-IF
       IF WS-Count-Diff NOT = 0 AND WS-Within-Limit
          COMPUTE Loc-Qty-List(WS-Product-Index, WS-Location) =
                Loc-Qty-List(WS-Product-Index, WS-Location)
                + WS-Count-Diff
          COMPUTE Quantity-List(WS-Product-Index) =
                Quantity-List(WS-Product-Index) + WS-Count-Diff
          PERFORM Rewrite-Product-Master
          IF WS-Record-Stale
             DISPLAY "Conteo no aplicado al producto "
                   ID-List(WS-Product-Index) "."
             PERFORM Check-Var-Page
             MOVE CF-PRODUCT-ID TO WS-VE-ID
             MOVE "REGISTRO MODIFICADO - CONTEO NO APLICADO"
                TO WS-VE-Text
             MOVE WS-Var-Exception-Line TO VAR-LINE
             WRITE VAR-LINE
             ADD 1 TO WS-Report-Line-Count
             EXIT PARAGRAPH
          END-IF

          MOVE ID-List(WS-Product-Index) TO WS-Audit-Product-ID
          MOVE "CONTEO" TO WS-Audit-Action
          MOVE WS-Old-Loc-Stock TO WS-Audit-Qty-Display
          STRING "Stock=" WS-Audit-Qty-Display
             DELIMITED BY SIZE INTO WS-Audit-Before
          MOVE CF-COUNTED-QTY TO WS-Audit-Qty-Display
          STRING "Stock=" WS-Audit-Qty-Display
             " Lote=" CF-LOT-NUMBER
             DELIMITED BY SIZE INTO WS-Audit-After
          PERFORM Write-Audit-Log

          MOVE ID-List(WS-Product-Index) TO WS-Mov-Product-ID
          MOVE 'A' TO WS-Mov-Type
          MOVE "CONTEO" TO WS-Mov-Reason
          IF CF-LOT-NUMBER NOT = SPACES
             MOVE CF-COUNTED-QTY TO LT-LOCATION-QTY(WS-Location)
             IF LT-LOCATION-QTY(1) = 0 AND LT-LOCATION-QTY(2) = 0
                SET LT-Lot-Exhausted TO TRUE
             ELSE
                SET LT-Lot-Open TO TRUE
             END-IF
             REWRITE LT-RECORD
                INVALID KEY
                   DISPLAY "Error al actualizar el lote "
                         LT-LOT-NUMBER
             END-REWRITE
             MOVE CF-LOT-NUMBER TO WS-Mov-Lot
          END-IF
          IF WS-Count-Diff < 0 AND CF-LOT-NUMBER = SPACES
             MOVE ID-List(WS-Product-Index) TO WS-Lot-Product-ID
             MOVE WS-Location TO WS-Lot-Location
             COMPUTE WS-Lot-Draw-Qty = 0 - WS-Count-Diff
             PERFORM Draw-Down-Lots
             SET WS-Lot-Outbound TO TRUE
             MOVE WS-Old-Stock TO WS-Lot-Balance
             PERFORM Write-Lot-Movements
          ELSE
             IF WS-Count-Diff > 0
                MOVE WS-Count-Diff TO WS-Mov-Qty-In
                MOVE 0 TO WS-Mov-Qty-Out
             ELSE
                MOVE 0 TO WS-Mov-Qty-In
                COMPUTE WS-Mov-Qty-Out = 0 - WS-Count-Diff
             END-IF
             MOVE Quantity-List(WS-Product-Index) TO WS-Mov-Balance
             MOVE WS-Location TO WS-Mov-Location
             PERFORM Write-Stock-Movement
          END-IF
       END-IF
       MOVE 'Y' TO WS-Counted-Flag(WS-Product-Index, WS-Location)
       ADD WS-Value-Diff TO WS-Total-Var-Value
       PERFORM Check-Var-Page
       MOVE ID-List(WS-Product-Index) TO WS-V-ID
       MOVE Name-List(WS-Product-Index) TO WS-V-Name
       MOVE WS-Location TO WS-V-Loc
       MOVE WS-Old-Loc-Stock TO WS-V-Book
       MOVE CF-COUNTED-QTY TO WS-V-Counted
       MOVE WS-Count-Diff TO WS-V-Diff
       MOVE WS-Value-Diff TO WS-V-Value-Diff
       MOVE WS-Var-Detail TO VAR-LINE
       WRITE VAR-LINE
       ADD 1 TO WS-Report-Line-Count
       IF WS-Over-Limit
          PERFORM Check-Var-Page
          MOVE CF-PRODUCT-ID TO WS-VE-ID
          MOVE "REQUIERE SUPERVISOR - VARIACION NO APLICADA"
             TO WS-VE-Text
          MOVE WS-Var-Exception-Line TO VAR-LINE
          WRITE VAR-LINE
          ADD 1 TO WS-Report-Line-Count
       END-IF.

       Report-Uncounted-Products.
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
          IF Entry-Active(I)
             PERFORM VARYING WS-Loc-Index FROM 1 BY 1
                   UNTIL WS-Loc-Index > WS-Max-Locations
                IF WS-Counted-Flag(I, WS-Loc-Index) = 'N'
                   PERFORM Check-Var-Page
                   MOVE ID-List(I) TO WS-VE-ID
                   MOVE SPACES TO WS-VE-Text
                   STRING "PRODUCTO NO CONTADO EN DEPOSITO "
                      WS-Loc-Index DELIMITED BY SIZE
                      INTO WS-VE-Text
                   MOVE WS-Var-Exception-Line TO VAR-LINE
                   WRITE VAR-LINE
                   ADD 1 TO WS-Report-Line-Count
                END-IF
             END-PERFORM
          END-IF
       END-PERFORM.

       Check-Var-Page.
       IF WS-Report-Line-Count >= WS-Lines-Per-Page
          PERFORM Write-Var-Header
       END-IF.

       Write-Var-Header.
       IF WS-Page-Number > 0
          MOVE SPACES TO VAR-LINE
          WRITE VAR-LINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE WS-Page-Number TO WS-VH-Page
       MOVE WS-Var-Header-1 TO VAR-LINE
       WRITE VAR-LINE
       MOVE WS-Var-Header-2 TO VAR-LINE
       WRITE VAR-LINE
       MOVE ALL "-" TO VAR-LINE
       WRITE VAR-LINE.

       Reconcile-Mode.
       OPEN OUTPUT RECONCILE-REPORT
       IF WS-REC-STATUS NOT = "00"
          DISPLAY "Error al abrir el informe de conciliación."
          PERFORM Close-Files
          STOP RUN
       END-IF
       MOVE 0 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE 0 TO WS-Rec-Diff-Count
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-Max-Products
          MOVE 'N' TO WS-Rec-Seen(I)
       END-PERFORM
       PERFORM Write-Rec-Header
       MOVE 0 TO WS-Rec-Prev-ID
       MOVE 0 TO WS-Rec-Running
       SET WS-Rec-No-Break TO TRUE
       MOVE SPACES TO WS-Rec-Break-Text
       MOVE 0 TO MV-PRODUCT-ID
       MOVE 0 TO MV-DATE
       MOVE 0 TO MV-TIME
       SET WS-Mov-Not-EOF TO TRUE
       START STOCK-MOVEMENT KEY >= MV-KEY
          INVALID KEY
             SET WS-Mov-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Mov-EOF
          READ STOCK-MOVEMENT NEXT RECORD
             AT END
                SET WS-Mov-EOF TO TRUE
             NOT AT END
                PERFORM Reconcile-Movement
          END-READ
       END-PERFORM
       IF WS-Rec-Prev-ID > 0
          PERFORM Reconcile-Product-End
       END-IF
       PERFORM Reconcile-Unmoved-Products
       MOVE SPACES TO REC-LINE
       WRITE REC-LINE
       MOVE WS-Rec-Diff-Count TO WS-RC-T-Count
       MOVE WS-Rec-Total-Line TO REC-LINE
       WRITE REC-LINE
       CLOSE RECONCILE-REPORT
       DISPLAY "Conciliación terminada. Informe en RECRPT."
       DISPLAY "  Productos con diferencias: " WS-RC-T-Count
       PERFORM Close-Files
       STOP RUN.

       Reconcile-Movement.
       IF MV-PRODUCT-ID NOT = WS-Rec-Prev-ID
          IF WS-Rec-Prev-ID > 0
             PERFORM Reconcile-Product-End
          END-IF
          MOVE MV-PRODUCT-ID TO WS-Rec-Prev-ID
          MOVE 0 TO WS-Rec-Running
          SET WS-Rec-No-Break TO TRUE
          MOVE SPACES TO WS-Rec-Break-Text
       END-IF
       COMPUTE WS-Rec-Running = WS-Rec-Running
             + MV-QTY-IN - MV-QTY-OUT
       IF WS-Rec-No-Break AND WS-Rec-Running NOT = MV-BALANCE
          SET WS-Rec-Break TO TRUE
          MOVE SPACES TO WS-Rec-Break-Text
          STRING MV-DATE " " MV-TIME DELIMITED BY SIZE
             INTO WS-Rec-Break-Text
       END-IF.

       Reconcile-Product-End.
       MOVE WS-Rec-Prev-ID TO ID-Temp
       PERFORM Find-Product-Any
       IF WS-Found
          MOVE 'Y' TO WS-Rec-Seen(WS-Product-Index)
          MOVE Quantity-List(WS-Product-Index) TO WS-Rec-Master-Qty
          MOVE Name-List(WS-Product-Index) TO WS-Rec-Name
       ELSE
          MOVE 0 TO WS-Rec-Master-Qty
          MOVE "(NO ESTA EN EL MAESTRO)" TO WS-Rec-Name
       END-IF
       IF WS-Rec-Running NOT = WS-Rec-Master-Qty OR WS-Rec-Break
          ADD 1 TO WS-Rec-Diff-Count
          PERFORM Write-Rec-Detail
       END-IF.

       Reconcile-Unmoved-Products.
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
          IF WS-Rec-Seen(I) = 'N' AND Quantity-List(I) > 0
             MOVE ID-List(I) TO WS-Rec-Prev-ID
             MOVE Name-List(I) TO WS-Rec-Name
             MOVE Quantity-List(I) TO WS-Rec-Master-Qty
             MOVE 0 TO WS-Rec-Running
             SET WS-Rec-Break TO TRUE
             MOVE "SIN MOVIMIENTOS EN EL LIBRO"
                TO WS-Rec-Break-Text
             ADD 1 TO WS-Rec-Diff-Count
             PERFORM Write-Rec-Detail
          END-IF
       END-PERFORM.

       Write-Rec-Detail.
       IF WS-Report-Line-Count >= WS-Lines-Per-Page
          PERFORM Write-Rec-Header
       END-IF
       MOVE WS-Rec-Prev-ID TO WS-RC-ID
       MOVE WS-Rec-Name TO WS-RC-Name
       MOVE WS-Rec-Master-Qty TO WS-RC-Master
       MOVE WS-Rec-Running TO WS-RC-Ledger
       COMPUTE WS-Rec-Diff-Qty =
             WS-Rec-Running - WS-Rec-Master-Qty
       MOVE WS-Rec-Diff-Qty TO WS-RC-Diff
       IF WS-Rec-Break
          MOVE WS-Rec-Break-Text TO WS-RC-Break
       ELSE
          MOVE "CADENA CONSISTENTE" TO WS-RC-Break
       END-IF
       MOVE WS-Rec-Detail TO REC-LINE
       WRITE REC-LINE
       ADD 1 TO WS-Report-Line-Count.

       Write-Rec-Header.
       IF WS-Page-Number > 0
          MOVE SPACES TO REC-LINE
          WRITE REC-LINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE WS-Page-Number TO WS-RH-Page
       MOVE WS-Rec-Header-1 TO REC-LINE
       WRITE REC-LINE
       MOVE WS-Rec-Header-2 TO REC-LINE
       WRITE REC-LINE
       MOVE ALL "-" TO REC-LINE
       WRITE REC-LINE.

       Archive-Mode.
       IF WS-Command-Line(9:8) IS NUMERIC
          MOVE WS-Command-Line(9:8) TO WS-Archive-Cutoff
       ELSE
          DISPLAY "Fecha de corte inválida. Uso: ARCHIVE AAAAMMDD"
          PERFORM Close-Files
          STOP RUN
       END-IF
       OPEN OUTPUT CONTROL-REPORT
       IF WS-ARC-STATUS NOT = "00"
          DISPLAY "Error al abrir el informe de control."
          PERFORM Close-Files
          STOP RUN
       END-IF
       MOVE SPACES TO ARC-LINE
       STRING "Archivo anual - fecha de corte " WS-Archive-Cutoff
          DELIMITED BY SIZE INTO ARC-LINE
       WRITE ARC-LINE
       MOVE ALL "-" TO ARC-LINE
       WRITE ARC-LINE
       PERFORM Archive-Movements
       PERFORM Archive-Price-History
       PERFORM Archive-Audit-Log
       PERFORM Archive-Snapshots
       MOVE WS-Arch-Moved-Mvt TO WS-Arch-Count-Display
       MOVE SPACES TO ARC-LINE
       STRING "Movimientos archivados:         "
             WS-Arch-Count-Display
          DELIMITED BY SIZE INTO ARC-LINE
       WRITE ARC-LINE
       MOVE WS-Arch-Moved-Ph TO WS-Arch-Count-Display
       MOVE SPACES TO ARC-LINE
       STRING "Precios historicos archivados:  "
             WS-Arch-Count-Display
          DELIMITED BY SIZE INTO ARC-LINE
       WRITE ARC-LINE
       MOVE WS-Arch-Moved-Aud TO WS-Arch-Count-Display
       MOVE SPACES TO ARC-LINE
       STRING "Auditorias archivadas:          "
             WS-Arch-Count-Display
          DELIMITED BY SIZE INTO ARC-LINE
       WRITE ARC-LINE
       MOVE WS-Arch-Moved-Snap TO WS-Arch-Count-Display
       MOVE SPACES TO ARC-LINE
       STRING "Instantaneas archivadas:        "
             WS-Arch-Count-Display
          DELIMITED BY SIZE INTO ARC-LINE
       WRITE ARC-LINE
       MOVE WS-Arch-Opening-Count TO WS-Arch-Count-Display
       MOVE SPACES TO ARC-LINE
       STRING "Saldos iniciales grabados:      "
             WS-Arch-Count-Display
          DELIMITED BY SIZE INTO ARC-LINE
       WRITE ARC-LINE
       MOVE WS-Arch-Carry-Value TO WS-Arch-Value-Display
       MOVE SPACES TO ARC-LINE
       STRING "Valor arrastrado (costo prom.): "
             WS-Arch-Value-Display
          DELIMITED BY SIZE INTO ARC-LINE
       WRITE ARC-LINE
       CLOSE CONTROL-REPORT
       DISPLAY "Archivo anual terminado. Control en ARCRPT."
       DISPLAY "  Movimientos archivados:        " WS-Arch-Moved-Mvt
       DISPLAY "  Precios historicos archivados: " WS-Arch-Moved-Ph
       DISPLAY "  Auditorias archivadas:         " WS-Arch-Moved-Aud
       DISPLAY "  Instantaneas archivadas:       " WS-Arch-Moved-Snap
       PERFORM Close-Files
       STOP RUN.

       Archive-Movements.
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-Max-Products
          MOVE 0 TO WS-Carry-Qty(I)
       END-PERFORM
       MOVE SPACES TO WS-Archive-File-Name
       STRING "STOCKMVT.A" WS-Archive-Cutoff
          DELIMITED BY SIZE INTO WS-Archive-File-Name
       OPEN OUTPUT ARCHIVE-OUT
       IF WS-AR-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de resguardo "
                WS-Archive-File-Name
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO MV-PRODUCT-ID
       MOVE 0 TO MV-DATE
       MOVE 0 TO MV-TIME
       SET WS-Mov-Not-EOF TO TRUE
       START STOCK-MOVEMENT KEY >= MV-KEY
          INVALID KEY
             SET WS-Mov-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Mov-EOF
          READ STOCK-MOVEMENT NEXT RECORD
             AT END
                SET WS-Mov-EOF TO TRUE
             NOT AT END
                IF MV-DATE < WS-Archive-Cutoff
                   MOVE SPACES TO AR-LINE
                   MOVE MV-RECORD TO AR-LINE
                   WRITE AR-LINE
                   ADD 1 TO WS-Arch-Moved-Mvt
                   MOVE MV-PRODUCT-ID TO ID-Temp
                   PERFORM Find-Product-Any
                   IF WS-Found
                      ADD MV-QTY-IN
                         TO WS-Carry-Qty(WS-Product-Index)
                      SUBTRACT MV-QTY-OUT
                         FROM WS-Carry-Qty(WS-Product-Index)
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE ARCHIVE-OUT
       IF WS-Arch-Moved-Mvt = 0
          EXIT PARAGRAPH
       END-IF
       PERFORM Purge-Old-Movements
       PERFORM Write-Opening-Balances.

       Purge-Old-Movements.
       MOVE 0 TO MV-PRODUCT-ID
       MOVE 0 TO MV-DATE
       MOVE 0 TO MV-TIME
       SET WS-Mov-Not-EOF TO TRUE
       START STOCK-MOVEMENT KEY >= MV-KEY
          INVALID KEY
             SET WS-Mov-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Mov-EOF
          READ STOCK-MOVEMENT NEXT RECORD
             AT END
                SET WS-Mov-EOF TO TRUE
             NOT AT END
                IF MV-DATE < WS-Archive-Cutoff
                   DELETE STOCK-MOVEMENT RECORD
                      INVALID KEY
                         DISPLAY "Error al depurar el movimiento "
                               MV-PRODUCT-ID " " MV-DATE
                   END-DELETE
                END-IF
          END-READ
       END-PERFORM.

       Write-Opening-Balances.
       MOVE 0 TO WS-Arch-Opening-Count
       MOVE 0 TO WS-Arch-Carry-Value
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
          IF WS-Carry-Qty(I) NOT = 0
             PERFORM Write-Opening-Balance-Record
          END-IF
       END-PERFORM.

       Write-Opening-Balance-Record.
       MOVE ID-List(I) TO MV-PRODUCT-ID
       MOVE WS-Archive-Cutoff TO MV-DATE
       MOVE 0 TO MV-TIME
       MOVE 'A' TO MV-TYPE
       IF WS-Carry-Qty(I) >= 0
          MOVE WS-Carry-Qty(I) TO MV-QTY-IN
          MOVE 0 TO MV-QTY-OUT
          MOVE WS-Carry-Qty(I) TO MV-BALANCE
       ELSE
          MOVE 0 TO MV-QTY-IN
          COMPUTE MV-QTY-OUT = 0 - WS-Carry-Qty(I)
          MOVE 0 TO MV-BALANCE
       END-IF
       MOVE "SALDO-INI" TO MV-REASON
       MOVE 1 TO MV-LOCATION
       MOVE SPACES TO MV-LOT-NUMBER
       MOVE WS-Operator-ID TO MV-OPERATOR
       SET WS-Mov-Not-Written TO TRUE
       PERFORM UNTIL WS-Mov-Written
          WRITE MV-RECORD
             INVALID KEY
                ADD 1 TO MV-TIME
             NOT INVALID KEY
                SET WS-Mov-Written TO TRUE
          END-WRITE
       END-PERFORM
       ADD 1 TO WS-Arch-Opening-Count
       COMPUTE WS-Arch-Carry-Value = WS-Arch-Carry-Value
             + WS-Carry-Qty(I) * Avg-Cost-List(I).

       Archive-Price-History.
       OPEN INPUT PRICE-HISTORY
       IF WS-PH-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-Archive-File-Name
       STRING "PRICHIST.A" WS-Archive-Cutoff
          DELIMITED BY SIZE INTO WS-Archive-File-Name
       OPEN OUTPUT ARCHIVE-OUT
       IF WS-AR-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de resguardo "
                WS-Archive-File-Name
          CLOSE PRICE-HISTORY
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ARCHIVE-WORK
       IF WS-AW-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de trabajo ARCHWORK."
          CLOSE ARCHIVE-OUT
          CLOSE PRICE-HISTORY
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ PRICE-HISTORY NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                IF PH-EFFECTIVE-DATE IS NUMERIC AND
                      PH-EFFECTIVE-DATE < WS-Archive-Cutoff
                   MOVE SPACES TO AR-LINE
                   MOVE PH-RECORD TO AR-LINE
                   WRITE AR-LINE
                   ADD 1 TO WS-Arch-Moved-Ph
                ELSE
                   MOVE SPACES TO AW-LINE
                   MOVE PH-RECORD TO AW-LINE
                   WRITE AW-LINE
                END-IF
          END-READ
       END-PERFORM
       CLOSE PRICE-HISTORY
       CLOSE ARCHIVE-OUT
       CLOSE ARCHIVE-WORK
       IF WS-Arch-Moved-Ph = 0
          EXIT PARAGRAPH
       END-IF
       OPEN INPUT ARCHIVE-WORK
       IF WS-AW-STATUS NOT = "00"
          DISPLAY "Error al releer ARCHWORK; "
                "PRICHIST no fue depurado."
          MOVE 0 TO WS-Arch-Moved-Ph
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT PRICE-HISTORY
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ ARCHIVE-WORK NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                MOVE AW-LINE TO PH-RECORD
                WRITE PH-RECORD
          END-READ
       END-PERFORM
       CLOSE ARCHIVE-WORK
       CLOSE PRICE-HISTORY.

       Archive-Audit-Log.
       CLOSE AUDIT-LOG
       OPEN INPUT AUDIT-LOG
       IF WS-AUDIT-STATUS NOT = "00"
          PERFORM Reopen-Audit-Log
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-Archive-File-Name
       STRING "AUDITLOG.A" WS-Archive-Cutoff
          DELIMITED BY SIZE INTO WS-Archive-File-Name
       OPEN OUTPUT ARCHIVE-OUT
       IF WS-AR-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de resguardo "
                WS-Archive-File-Name
          CLOSE AUDIT-LOG
          PERFORM Reopen-Audit-Log
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ARCHIVE-WORK
       IF WS-AW-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de trabajo ARCHWORK."
          CLOSE ARCHIVE-OUT
          CLOSE AUDIT-LOG
          PERFORM Reopen-Audit-Log
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ AUDIT-LOG NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                IF AUDIT-LINE(1:8) IS NUMERIC AND
                      AUDIT-LINE(1:8) < WS-Archive-Cutoff(1:8)
                   MOVE SPACES TO AR-LINE
                   MOVE AUDIT-LINE TO AR-LINE
                   WRITE AR-LINE
                   ADD 1 TO WS-Arch-Moved-Aud
                ELSE
                   MOVE SPACES TO AW-LINE
                   MOVE AUDIT-LINE TO AW-LINE
                   WRITE AW-LINE
                END-IF
          END-READ
       END-PERFORM
       CLOSE AUDIT-LOG
       CLOSE ARCHIVE-OUT
       CLOSE ARCHIVE-WORK
       IF WS-Arch-Moved-Aud > 0
          OPEN INPUT ARCHIVE-WORK
          IF WS-AW-STATUS NOT = "00"
             DISPLAY "Error al releer ARCHWORK; "
                   "AUDITLOG no fue depurado."
             MOVE 0 TO WS-Arch-Moved-Aud
             PERFORM Reopen-Audit-Log
             EXIT PARAGRAPH
          END-IF
          OPEN OUTPUT AUDIT-LOG
          MOVE 'N' TO WS-EOF-FLAG
          PERFORM UNTIL WS-EOF
             READ ARCHIVE-WORK NEXT RECORD
                AT END
                   SET WS-EOF TO TRUE
                NOT AT END
                   MOVE AW-LINE TO AUDIT-LINE
                   WRITE AUDIT-LINE
             END-READ
          END-PERFORM
          CLOSE ARCHIVE-WORK
          CLOSE AUDIT-LOG
       END-IF
       PERFORM Reopen-Audit-Log.

       Archive-Snapshots.
       OPEN INPUT SNAPSHOT-FILE
       IF WS-SN-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-Archive-File-Name
       STRING "SNAPHIST.A" WS-Archive-Cutoff
          DELIMITED BY SIZE INTO WS-Archive-File-Name
       OPEN OUTPUT ARCHIVE-OUT
       IF WS-AR-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de resguardo "
                WS-Archive-File-Name
          CLOSE SNAPSHOT-FILE
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ARCHIVE-WORK
       IF WS-AW-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de trabajo ARCHWORK."
          CLOSE ARCHIVE-OUT
          CLOSE SNAPSHOT-FILE
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ SNAPSHOT-FILE NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                IF SN-PERIOD-DATE IS NUMERIC AND
                      SN-PERIOD-DATE < WS-Archive-Cutoff
                   MOVE SPACES TO AR-LINE
                   MOVE SN-RECORD TO AR-LINE
                   WRITE AR-LINE
                   ADD 1 TO WS-Arch-Moved-Snap
                ELSE
                   MOVE SPACES TO AW-LINE
                   MOVE SN-RECORD TO AW-LINE
                   WRITE AW-LINE
                END-IF
          END-READ
       END-PERFORM
       CLOSE SNAPSHOT-FILE
       CLOSE ARCHIVE-OUT
       CLOSE ARCHIVE-WORK
       IF WS-Arch-Moved-Snap = 0
          EXIT PARAGRAPH
       END-IF
       OPEN INPUT ARCHIVE-WORK
       IF WS-AW-STATUS NOT = "00"
          DISPLAY "Error al releer ARCHWORK; "
                "SNAPHIST no fue depurado."
          MOVE 0 TO WS-Arch-Moved-Snap
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT SNAPSHOT-FILE
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ ARCHIVE-WORK NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                MOVE AW-LINE TO SN-RECORD
                WRITE SN-RECORD
          END-READ
       END-PERFORM
       CLOSE ARCHIVE-WORK
       CLOSE SNAPSHOT-FILE.

       Convert-Mode.
       DISPLAY "Conversión de archivos al formato actual."
       DISPLAY "Los archivos a convertir deben estar renombrados a "
             "PRODMSTR.ANT, POFILE.ANT, STOCKMVT.ANT y ORDFILE.ANT."
       PERFORM Convert-Product-Master
       PERFORM Convert-PO-File
       PERFORM Convert-Movement-File
       PERFORM Convert-Order-File
       DISPLAY "Conversión terminada."
       STOP RUN.

       Convert-Product-Master.
       MOVE "PRODMSTR" TO WS-Cnv-File-ID
       MOVE 0 TO WS-Cnv-Read
       MOVE 0 TO WS-Cnv-Written
       MOVE 0 TO WS-Cnv-Errors
       OPEN INPUT OLD-PRODUCT-MASTER
       IF WS-OPM-STATUS NOT = "00"
          DISPLAY "PRODMSTR: no se encontró PRODMSTR.ANT ("
                WS-OPM-STATUS "); no se convierte."
          EXIT PARAGRAPH
       END-IF
       SET WS-Cnv-Target-Busy TO TRUE
       OPEN INPUT PRODUCT-MASTER
       IF WS-PM-STATUS = "35"
          SET WS-Cnv-Target-Free TO TRUE
       END-IF
       IF WS-PM-STATUS = "00"
          READ PRODUCT-MASTER NEXT RECORD
             AT END
                SET WS-Cnv-Target-Free TO TRUE
          END-READ
          CLOSE PRODUCT-MASTER
       END-IF
       IF WS-Cnv-Target-Busy
          DISPLAY "PRODMSTR: el archivo actual existe con datos o en "
                "otro formato; renómbrelo antes de convertir."
          CLOSE OLD-PRODUCT-MASTER
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT PRODUCT-MASTER
       IF WS-PM-STATUS NOT = "00"
          DISPLAY "PRODMSTR: error al crear el archivo: " WS-PM-STATUS
          CLOSE OLD-PRODUCT-MASTER
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ OLD-PRODUCT-MASTER NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                ADD 1 TO WS-Cnv-Read
                MOVE OPM-RECORD TO PM-RECORD
                MOVE 0 TO PM-ORDER-QTY
                WRITE PM-RECORD
                   INVALID KEY
                      ADD 1 TO WS-Cnv-Errors
                   NOT INVALID KEY
                      ADD 1 TO WS-Cnv-Written
                END-WRITE
          END-READ
       END-PERFORM
       CLOSE OLD-PRODUCT-MASTER
       CLOSE PRODUCT-MASTER
       PERFORM Show-Convert-Totals.

       Convert-PO-File.
       MOVE "POFILE" TO WS-Cnv-File-ID
       MOVE 0 TO WS-Cnv-Read
       MOVE 0 TO WS-Cnv-Written
       MOVE 0 TO WS-Cnv-Errors
       OPEN INPUT OLD-PO-FILE
       IF WS-OPO-STATUS NOT = "00"
          DISPLAY "POFILE: no se encontró POFILE.ANT ("
                WS-OPO-STATUS "); no se convierte."
          EXIT PARAGRAPH
       END-IF
       SET WS-Cnv-Target-Busy TO TRUE
       OPEN INPUT PURCHASE-ORDER-FILE
       IF WS-PO-STATUS = "35"
          SET WS-Cnv-Target-Free TO TRUE
       END-IF
       IF WS-PO-STATUS = "00"
          READ PURCHASE-ORDER-FILE NEXT RECORD
             AT END
                SET WS-Cnv-Target-Free TO TRUE
          END-READ
          CLOSE PURCHASE-ORDER-FILE
       END-IF
       IF WS-Cnv-Target-Busy
          DISPLAY "POFILE: el archivo actual existe con datos o en "
                "otro formato; renómbrelo antes de convertir."
          CLOSE OLD-PO-FILE
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT PURCHASE-ORDER-FILE
       IF WS-PO-STATUS NOT = "00"
          DISPLAY "POFILE: error al crear el archivo: " WS-PO-STATUS
          CLOSE OLD-PO-FILE
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ OLD-PO-FILE NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                ADD 1 TO WS-Cnv-Read
                MOVE OPO-NUMBER TO PO-NUMBER
                MOVE OPO-PRODUCT-ID TO PO-PRODUCT-ID
                MOVE OPO-SUPPLIER-ID TO PO-SUPPLIER-ID
                MOVE OPO-QUANTITY TO PO-QUANTITY
                MOVE OPO-UNIT-COST TO PO-UNIT-COST
                MOVE OPO-LINE-COST TO PO-LINE-COST
                MOVE OPO-RECEIVED-QTY TO PO-RECEIVED-QTY
                MOVE 0 TO PO-INVOICED-QTY
                MOVE OPO-STATUS TO PO-STATUS
                MOVE "BATCH" TO PO-OPERATOR
                WRITE PO-RECORD
                   INVALID KEY
                      ADD 1 TO WS-Cnv-Errors
                   NOT INVALID KEY
                      ADD 1 TO WS-Cnv-Written
                END-WRITE
          END-READ
       END-PERFORM
       CLOSE OLD-PO-FILE
       CLOSE PURCHASE-ORDER-FILE
       PERFORM Show-Convert-Totals.

       Convert-Movement-File.
       MOVE "STOCKMVT" TO WS-Cnv-File-ID
       MOVE 0 TO WS-Cnv-Read
       MOVE 0 TO WS-Cnv-Written
       MOVE 0 TO WS-Cnv-Errors
       OPEN INPUT OLD-STOCK-MOVEMENT
       IF WS-OMV-STATUS NOT = "00"
          DISPLAY "STOCKMVT: no se encontró STOCKMVT.ANT ("
                WS-OMV-STATUS "); no se convierte."
          EXIT PARAGRAPH
       END-IF
       SET WS-Cnv-Target-Busy TO TRUE
       OPEN INPUT STOCK-MOVEMENT
       IF WS-MV-STATUS = "35"
          SET WS-Cnv-Target-Free TO TRUE
       END-IF
       IF WS-MV-STATUS = "00"
          READ STOCK-MOVEMENT NEXT RECORD
             AT END
                SET WS-Cnv-Target-Free TO TRUE
          END-READ
          CLOSE STOCK-MOVEMENT
       END-IF
       IF WS-Cnv-Target-Busy
          DISPLAY "STOCKMVT: el archivo actual existe con datos o en "
                "otro formato; renómbrelo antes de convertir."
          CLOSE OLD-STOCK-MOVEMENT
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT STOCK-MOVEMENT
       IF WS-MV-STATUS NOT = "00"
          DISPLAY "STOCKMVT: error al crear el archivo: " WS-MV-STATUS
          CLOSE OLD-STOCK-MOVEMENT
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ OLD-STOCK-MOVEMENT NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                ADD 1 TO WS-Cnv-Read
                MOVE OMV-RECORD TO MV-RECORD
                MOVE SPACES TO MV-LOT-NUMBER
                MOVE "BATCH" TO MV-OPERATOR
                WRITE MV-RECORD
                   INVALID KEY
                      ADD 1 TO WS-Cnv-Errors
                   NOT INVALID KEY
                      ADD 1 TO WS-Cnv-Written
                END-WRITE
          END-READ
       END-PERFORM
       CLOSE OLD-STOCK-MOVEMENT
       CLOSE STOCK-MOVEMENT
       PERFORM Show-Convert-Totals.

       Convert-Order-File.
       MOVE "ORDFILE" TO WS-Cnv-File-ID
       MOVE 0 TO WS-Cnv-Read
       MOVE 0 TO WS-Cnv-Written
       MOVE 0 TO WS-Cnv-Errors
       OPEN INPUT OLD-ORDER-FILE
       IF WS-OSO-STATUS NOT = "00"
          DISPLAY "ORDFILE: no se encontró ORDFILE.ANT ("
                WS-OSO-STATUS "); no se convierte."
          EXIT PARAGRAPH
       END-IF
       SET WS-Cnv-Target-Busy TO TRUE
       OPEN INPUT CUSTOMER-ORDER-FILE
       IF WS-SO-STATUS = "35"
          SET WS-Cnv-Target-Free TO TRUE
       END-IF
       IF WS-SO-STATUS = "00"
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-Cnv-Target-Free TO TRUE
          END-READ
          CLOSE CUSTOMER-ORDER-FILE
       END-IF
       IF WS-Cnv-Target-Busy
          DISPLAY "ORDFILE: el archivo actual existe con datos o en "
                "otro formato; renómbrelo antes de convertir."
          CLOSE OLD-ORDER-FILE
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT CUSTOMER-ORDER-FILE
       IF WS-SO-STATUS NOT = "00"
          DISPLAY "ORDFILE: error al crear el archivo: " WS-SO-STATUS
          CLOSE OLD-ORDER-FILE
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ OLD-ORDER-FILE NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                ADD 1 TO WS-Cnv-Read
                MOVE OSO-NUMBER TO SO-NUMBER
                MOVE OSO-PRODUCT-ID TO SO-PRODUCT-ID
                MOVE 0 TO SO-CUSTOMER-ID
                MOVE OSO-CUSTOMER TO SO-CUSTOMER
                MOVE OSO-QUANTITY TO SO-QUANTITY
                MOVE OSO-ALLOCATED-QTY TO SO-ALLOCATED-QTY
                MOVE OSO-SHIPPED-QTY TO SO-SHIPPED-QTY
                MOVE 0 TO SO-RETURNED-QTY
                MOVE OSO-STATUS TO SO-STATUS
                WRITE SO-RECORD
                   INVALID KEY
                      ADD 1 TO WS-Cnv-Errors
                   NOT INVALID KEY
                      ADD 1 TO WS-Cnv-Written
                END-WRITE
          END-READ
       END-PERFORM
       CLOSE OLD-ORDER-FILE
       CLOSE CUSTOMER-ORDER-FILE
       PERFORM Show-Convert-Totals.

       Show-Convert-Totals.
       DISPLAY WS-Cnv-File-ID ": leídos " WS-Cnv-Read
             "  grabados " WS-Cnv-Written "  errores " WS-Cnv-Errors.

       Backup-Mode.
       MOVE FUNCTION CURRENT-DATE TO WS-Timestamp-Work
       MOVE WS-Timestamp-Work(1:8) TO WS-Bkp-Date
       MOVE WS-Timestamp-Work(9:8) TO WS-Bkp-Time
       OPEN OUTPUT BACKUP-REPORT
       IF WS-BKR-STATUS NOT = "00"
          DISPLAY "Error al abrir el informe de resguardo."
          PERFORM Close-Files
          STOP RUN
       END-IF
       MOVE SPACES TO BKR-LINE
       STRING "Resguardo de maestros - " WS-Bkp-Date " "
             WS-Bkp-Time(1:6) " - operador " WS-Operator-ID
          DELIMITED BY SIZE INTO BKR-LINE
       WRITE BKR-LINE
       MOVE ALL "-" TO BKR-LINE
       WRITE BKR-LINE
       SET WS-Bkp-OK TO TRUE
       MOVE "PRODMSTR" TO WS-Bkp-File-ID
       PERFORM Backup-One-File
       MOVE WS-Bkp-Count TO WS-Bkp-PM-Count
       MOVE "SUPPMSTR" TO WS-Bkp-File-ID
       PERFORM Backup-One-File
       MOVE WS-Bkp-Count TO WS-Bkp-SM-Count
       MOVE "POFILE" TO WS-Bkp-File-ID
       PERFORM Backup-One-File
       MOVE WS-Bkp-Count TO WS-Bkp-PO-Count
       MOVE "ORDFILE" TO WS-Bkp-File-ID
       PERFORM Backup-One-File
       MOVE WS-Bkp-Count TO WS-Bkp-SO-Count
       OPEN EXTEND BACKUP-CATALOG
       IF WS-BC-STATUS NOT = "00"
          OPEN OUTPUT BACKUP-CATALOG
       END-IF
       MOVE WS-Bkp-Date TO BC-DATE
       MOVE WS-Bkp-Time TO BC-TIME
       MOVE WS-Operator-ID TO BC-OPERATOR
       MOVE WS-Bkp-PM-Count TO BC-PM-COUNT
       MOVE WS-Bkp-SM-Count TO BC-SM-COUNT
       MOVE WS-Bkp-PO-Count TO BC-PO-COUNT
       MOVE WS-Bkp-SO-Count TO BC-SO-COUNT
       IF WS-Bkp-Error
          SET BC-Failed TO TRUE
       ELSE
          SET BC-Complete TO TRUE
       END-IF
       WRITE BC-RECORD
       CLOSE BACKUP-CATALOG
       MOVE SPACES TO BKR-LINE
       WRITE BKR-LINE
       IF WS-Bkp-Error
          MOVE "RESGUARDO CON ERRORES - no utilizar para recuperar"
             TO BKR-LINE
       ELSE
          MOVE SPACES TO BKR-LINE
          STRING "Resguardo completo. Archivos *.B" WS-Bkp-Date
             DELIMITED BY SIZE INTO BKR-LINE
       END-IF
       WRITE BKR-LINE
       CLOSE BACKUP-REPORT
       IF WS-Bkp-Error
          DISPLAY "Resguardo con errores. Ver BKPRPT."
       ELSE
          DISPLAY "Resguardo del " WS-Bkp-Date " terminado. "
                "Control en BKPRPT."
       END-IF
       DISPLAY "  Productos:   " WS-Bkp-PM-Count
       DISPLAY "  Proveedores: " WS-Bkp-SM-Count
       DISPLAY "  Lineas OC:   " WS-Bkp-PO-Count
       DISPLAY "  Lineas ped.: " WS-Bkp-SO-Count
       PERFORM Close-Files
       STOP RUN.

       Backup-One-File.
       MOVE 0 TO WS-Bkp-Count
       MOVE 0 TO WS-Bkp-Key-Hash
       MOVE 0 TO WS-Bkp-Qty-Hash
       PERFORM Build-Backup-File-Name
       OPEN OUTPUT BACKUP-FILE
       IF WS-BK-STATUS NOT = "00"
          SET WS-Bkp-Error TO TRUE
          MOVE "ERROR AL ABRIR EL ARCHIVO DE RESGUARDO"
             TO WS-Bkp-Message
          PERFORM Write-Backup-Report-Line
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO BK-CONTROL-RECORD
       SET BK-Header TO TRUE
       MOVE WS-Bkp-File-ID TO BK-FILE-ID
       MOVE WS-Bkp-Date TO BK-DATE
       MOVE WS-Bkp-Time TO BK-TIME
       MOVE WS-Operator-ID TO BK-OPERATOR
       MOVE 0 TO BK-RECORD-COUNT
       MOVE 0 TO BK-KEY-HASH
       MOVE 0 TO BK-QTY-HASH
       WRITE BK-RECORD
       MOVE "RESGUARDADO" TO WS-Bkp-Message
       EVALUATE WS-Bkp-File-ID
          WHEN "PRODMSTR"
             PERFORM Backup-Product-Master
          WHEN "SUPPMSTR"
             PERFORM Backup-Supplier-Master
          WHEN "POFILE"
             PERFORM Backup-PO-File
          WHEN "ORDFILE"
             PERFORM Backup-Order-File
       END-EVALUATE
       MOVE SPACES TO BK-CONTROL-RECORD
       SET BK-Trailer TO TRUE
       MOVE WS-Bkp-File-ID TO BK-FILE-ID
       MOVE WS-Bkp-Date TO BK-DATE
       MOVE WS-Bkp-Time TO BK-TIME
       MOVE WS-Operator-ID TO BK-OPERATOR
       MOVE WS-Bkp-Count TO BK-RECORD-COUNT
       MOVE WS-Bkp-Key-Hash TO BK-KEY-HASH
       MOVE WS-Bkp-Qty-Hash TO BK-QTY-HASH
       WRITE BK-RECORD
       CLOSE BACKUP-FILE
       PERFORM Write-Backup-Report-Line.

       Build-Backup-File-Name.
       MOVE SPACES TO WS-Backup-File-Name
       STRING WS-Bkp-File-ID DELIMITED BY SPACE
             ".B" WS-Bkp-Date DELIMITED BY SIZE
          INTO WS-Backup-File-Name.

       Backup-Product-Master.
       MOVE 0 TO PM-PRODUCT-ID
       SET WS-Bkp-Not-EOF TO TRUE
       START PRODUCT-MASTER KEY >= PM-PRODUCT-ID
          INVALID KEY
             SET WS-Bkp-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Bkp-EOF
          READ PRODUCT-MASTER NEXT RECORD
             AT END
                SET WS-Bkp-EOF TO TRUE
             NOT AT END
                MOVE SPACES TO BK-RECORD
                SET BK-Detail TO TRUE
                MOVE PM-RECORD TO BK-DATA
                PERFORM Write-Backup-Detail
          END-READ
       END-PERFORM.

       Backup-Supplier-Master.
       MOVE 0 TO SM-SUPPLIER-ID
       SET WS-Bkp-Not-EOF TO TRUE
       START SUPPLIER-MASTER KEY >= SM-SUPPLIER-ID
          INVALID KEY
             SET WS-Bkp-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Bkp-EOF
          READ SUPPLIER-MASTER NEXT RECORD
             AT END
                SET WS-Bkp-EOF TO TRUE
             NOT AT END
                MOVE SPACES TO BK-RECORD
                SET BK-Detail TO TRUE
                MOVE SM-RECORD TO BK-DATA
                PERFORM Write-Backup-Detail
          END-READ
       END-PERFORM.

       Backup-PO-File.
       PERFORM Open-PO-File
       IF WS-PO-STATUS NOT = "00"
          SET WS-Bkp-Error TO TRUE
          MOVE "ERROR AL ABRIR POFILE" TO WS-Bkp-Message
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO PO-NUMBER
       MOVE 0 TO PO-PRODUCT-ID
       SET WS-Bkp-Not-EOF TO TRUE
       START PURCHASE-ORDER-FILE KEY >= PO-KEY
          INVALID KEY
             SET WS-Bkp-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Bkp-EOF
          READ PURCHASE-ORDER-FILE NEXT RECORD
             AT END
                SET WS-Bkp-EOF TO TRUE
             NOT AT END
                MOVE SPACES TO BK-RECORD
                SET BK-Detail TO TRUE
                MOVE PO-RECORD TO BK-DATA
                PERFORM Write-Backup-Detail
          END-READ
       END-PERFORM
       CLOSE PURCHASE-ORDER-FILE.

       Backup-Order-File.
       PERFORM Open-Order-File
       IF WS-SO-STATUS NOT = "00"
          SET WS-Bkp-Error TO TRUE
          MOVE "ERROR AL ABRIR ORDFILE" TO WS-Bkp-Message
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO SO-NUMBER
       MOVE 0 TO SO-PRODUCT-ID
       SET WS-Bkp-Not-EOF TO TRUE
       START CUSTOMER-ORDER-FILE KEY >= SO-KEY
          INVALID KEY
             SET WS-Bkp-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Bkp-EOF
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-Bkp-EOF TO TRUE
             NOT AT END
                MOVE SPACES TO BK-RECORD
                SET BK-Detail TO TRUE
                MOVE SO-RECORD TO BK-DATA
                PERFORM Write-Backup-Detail
          END-READ
       END-PERFORM
       CLOSE CUSTOMER-ORDER-FILE.

       Write-Backup-Detail.
       ADD 1 TO WS-Bkp-Count
       PERFORM Add-Backup-Hash
       WRITE BK-RECORD.

       Add-Backup-Hash.
       EVALUATE WS-Bkp-File-ID
          WHEN "PRODMSTR"
             MOVE BK-DATA TO PM-RECORD
             ADD PM-PRODUCT-ID TO WS-Bkp-Key-Hash
             ADD PM-STOCK-QUANTITY TO WS-Bkp-Qty-Hash
          WHEN "SUPPMSTR"
             MOVE BK-DATA TO SM-RECORD
             ADD SM-SUPPLIER-ID TO WS-Bkp-Key-Hash
             ADD SM-LEAD-TIME TO WS-Bkp-Qty-Hash
          WHEN "POFILE"
             MOVE BK-DATA TO PO-RECORD
             MOVE PO-KEY TO WS-Bkp-Key-Work
             ADD WS-Bkp-Key-Work TO WS-Bkp-Key-Hash
             ADD PO-QUANTITY TO WS-Bkp-Qty-Hash
          WHEN "ORDFILE"
             MOVE BK-DATA TO SO-RECORD
             MOVE SO-KEY TO WS-Bkp-Key-Work
             ADD WS-Bkp-Key-Work TO WS-Bkp-Key-Hash
             ADD SO-QUANTITY TO WS-Bkp-Qty-Hash
       END-EVALUATE.

       Format-Backup-Control.
       MOVE WS-Bkp-Count TO WS-Bkp-Count-Display
       MOVE WS-Bkp-Key-Hash TO WS-Bkp-Hash-Display
       MOVE WS-Bkp-Qty-Hash TO WS-Bkp-Qty-Display
       MOVE SPACES TO WS-Bkp-Line-1
       STRING WS-Bkp-File-ID "  registros: " WS-Bkp-Count-Display
             "  " WS-Bkp-Message
          DELIMITED BY SIZE INTO WS-Bkp-Line-1
       MOVE SPACES TO WS-Bkp-Line-2
       STRING "          hash de claves: " WS-Bkp-Hash-Display
             "  hash de cantidades: " WS-Bkp-Qty-Display
          DELIMITED BY SIZE INTO WS-Bkp-Line-2.

       Write-Backup-Report-Line.
       PERFORM Format-Backup-Control
       MOVE WS-Bkp-Line-1 TO BKR-LINE
       WRITE BKR-LINE
       MOVE WS-Bkp-Line-2 TO BKR-LINE
       WRITE BKR-LINE.

       List-Backup-Catalog.
       OPEN INPUT BACKUP-CATALOG
       IF WS-BC-STATUS NOT = "00"
          DISPLAY "No hay resguardos registrados en BKPCAT."
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Resguardos disponibles:"
       DISPLAY "Fecha    Hora   Operador Product. Proveed. Lin.OC  "
             " Lin.ped. Estado"
       SET WS-Bkp-Not-EOF TO TRUE
       PERFORM UNTIL WS-Bkp-EOF
          READ BACKUP-CATALOG
             AT END
                SET WS-Bkp-EOF TO TRUE
             NOT AT END
                IF BC-Complete
                   MOVE "COMPLETO" TO WS-Bkp-Message
                ELSE
                   MOVE "CON ERRORES" TO WS-Bkp-Message
                END-IF
                DISPLAY BC-DATE " " BC-TIME(1:6) " " BC-OPERATOR " "
                      BC-PM-COUNT "  " BC-SM-COUNT "  " BC-PO-COUNT
                      "  " BC-SO-COUNT "  " WS-Bkp-Message(1:11)
          END-READ
       END-PERFORM
       CLOSE BACKUP-CATALOG.

       Recovery-Mode.
       IF WS-Command-Line(9:8) IS NUMERIC
          MOVE WS-Command-Line(9:8) TO WS-Rst-Date
       ELSE
          PERFORM List-Backup-Catalog
          DISPLAY "Fecha del resguardo a recuperar (AAAAMMDD):"
          ACCEPT WS-Input-Line
          IF WS-Input-Line(1:8) IS NOT NUMERIC
             DISPLAY "Fecha inválida. Uso: RECOVER AAAAMMDD"
             PERFORM Close-Files
             STOP RUN
          END-IF
          MOVE WS-Input-Line(1:8) TO WS-Rst-Date
       END-IF
       MOVE WS-Rst-Date TO WS-Bkp-Date
       OPEN OUTPUT RECOVERY-REPORT
       IF WS-RV-STATUS NOT = "00"
          DISPLAY "Error al abrir el informe de recuperación."
          PERFORM Close-Files
          STOP RUN
       END-IF
       MOVE SPACES TO RV-LINE
       STRING "Recuperacion desde el resguardo del " WS-Rst-Date
             " - operador " WS-Operator-ID
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE
       MOVE ALL "-" TO RV-LINE
       WRITE RV-LINE
       PERFORM Select-Recovery-Files
       MOVE SPACES TO RV-LINE
       STRING "Archivos a restaurar: " WS-Rst-File-List
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE
       PERFORM Open-PO-File
       PERFORM Open-Order-File
       SET WS-Bkp-OK TO TRUE
       MOVE 0 TO WS-Rst-Time
       MOVE "PRODMSTR" TO WS-Bkp-File-ID
       PERFORM Verify-Backup-File
       IF WS-Rst-Sel-SM
          MOVE "SUPPMSTR" TO WS-Bkp-File-ID
          PERFORM Verify-Backup-File
       END-IF
       IF WS-Rst-Sel-PO
          MOVE "POFILE" TO WS-Bkp-File-ID
          PERFORM Verify-Backup-File
       END-IF
       IF WS-Rst-Sel-SO
          MOVE "ORDFILE" TO WS-Bkp-File-ID
          PERFORM Verify-Backup-File
       END-IF
       IF WS-Bkp-Error
          MOVE "Recuperacion cancelada: el resguardo no es valido. "
             TO RV-LINE
          WRITE RV-LINE
          MOVE "No se modifico ningun archivo." TO RV-LINE
          WRITE RV-LINE
          CLOSE RECOVERY-REPORT
          CLOSE PURCHASE-ORDER-FILE
          CLOSE CUSTOMER-ORDER-FILE
          DISPLAY "El resguardo no es válido. Ver RCVRPT."
          PERFORM Close-Files
          STOP RUN
       END-IF
       DISPLAY "Resguardo del " WS-Rst-Date " " WS-Rst-Time(1:6)
             " verificado."
       DISPLAY "Se reemplazarán: " WS-Rst-File-List
       DISPLAY "¿Continuar con la recuperación? (S/N):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line(1:1) NOT = 'S' AND WS-Input-Line(1:1) NOT = 's'
          MOVE "Recuperacion cancelada por el operador." TO RV-LINE
          WRITE RV-LINE
          CLOSE RECOVERY-REPORT
          CLOSE PURCHASE-ORDER-FILE
          CLOSE CUSTOMER-ORDER-FILE
          DISPLAY "Recuperación cancelada."
          PERFORM Close-Files
          STOP RUN
       END-IF
       MOVE SPACES TO RV-LINE
       WRITE RV-LINE
       MOVE "PRODMSTR" TO WS-Bkp-File-ID
       PERFORM Restore-Backup-File
       IF WS-Rst-Sel-SM
          MOVE "SUPPMSTR" TO WS-Bkp-File-ID
          PERFORM Restore-Backup-File
       END-IF
       IF WS-Rst-Sel-PO
          MOVE "POFILE" TO WS-Bkp-File-ID
          PERFORM Restore-Backup-File
       ELSE
          CLOSE PURCHASE-ORDER-FILE
       END-IF
       IF WS-Rst-Sel-SO
          MOVE "ORDFILE" TO WS-Bkp-File-ID
          PERFORM Restore-Backup-File
       ELSE
          CLOSE CUSTOMER-ORDER-FILE
       END-IF
       MOVE 0 TO Product-Count
       PERFORM Load-Product-List
       MOVE 0 TO Supplier-Count
       PERFORM Load-Supplier-List
       MOVE SPACES TO RV-LINE
       WRITE RV-LINE
       MOVE "Productos sin concordancia o a revisar:" TO RV-LINE
       WRITE RV-LINE
       MOVE SPACES TO RV-LINE
       STRING "ID     Nombre                         "
             "Motivo                                   "
             "Stock Saldo"
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE
       MOVE 0 TO WS-Rst-Disagree
       MOVE 0 TO WS-Rst-Doc-Count
       MOVE 0 TO WS-Rst-Doc-Overflow
       PERFORM Replay-Audit-Actions
       PERFORM Replay-Movements
       PERFORM Store-Recovered-Products
       PERFORM Write-Document-Exceptions
       MOVE SPACES TO RV-LINE
       WRITE RV-LINE
       MOVE WS-Rst-Aud-Register TO WS-Bkp-Count-Display
       MOVE SPACES TO RV-LINE
       STRING "Altas y fusiones reaplicadas:    " WS-Bkp-Count-Display
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE
       MOVE WS-Rst-Aud-Price TO WS-Bkp-Count-Display
       MOVE SPACES TO RV-LINE
       STRING "Cambios de precio reaplicados:   " WS-Bkp-Count-Display
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE
       MOVE WS-Rst-Aud-Discontinue TO WS-Bkp-Count-Display
       MOVE SPACES TO RV-LINE
       STRING "Bajas reaplicadas:               " WS-Bkp-Count-Display
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE
       MOVE WS-Rst-Aud-Reorder TO WS-Bkp-Count-Display
       MOVE SPACES TO RV-LINE
       STRING "Puntos de pedido reaplicados:    " WS-Bkp-Count-Display
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE
       MOVE WS-Rst-Mov-Replayed TO WS-Bkp-Count-Display
       MOVE SPACES TO RV-LINE
       STRING "Movimientos reaplicados:         " WS-Bkp-Count-Display
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE
       MOVE WS-Rst-Mov-Skipped TO WS-Bkp-Count-Display
       MOVE SPACES TO RV-LINE
       STRING "Movimientos omitidos:            " WS-Bkp-Count-Display
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE
       MOVE WS-Rst-Disagree TO WS-Bkp-Count-Display
       MOVE SPACES TO RV-LINE
       STRING "Productos sin concordancia:      " WS-Bkp-Count-Display
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE
       IF WS-Rst-Sel-PO OR WS-Rst-Sel-SO
          MOVE WS-Rst-Doc-Count TO WS-Bkp-Count-Display
          MOVE SPACES TO RV-LINE
          STRING "Lineas OC/pedido sin concordancia:"
                WS-Bkp-Count-Display
             DELIMITED BY SIZE INTO RV-LINE
          WRITE RV-LINE
       END-IF
       CLOSE RECOVERY-REPORT
       MOVE 0 TO WS-Audit-Product-ID
       MOVE "RECUPERA" TO WS-Audit-Action
       MOVE SPACES TO WS-Audit-Before
       STRING "Resguardo=" WS-Rst-Date " " WS-Rst-Time(1:6)
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE SPACES TO WS-Audit-After
       STRING "Movimientos=" WS-Rst-Mov-Replayed
             " SinConcordancia=" WS-Rst-Disagree
             " LineasDoc=" WS-Rst-Doc-Count
             " Archivos=" WS-Rst-File-List
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log
       DISPLAY "Recuperación terminada. Control en RCVRPT."
       DISPLAY "  Movimientos reaplicados:    " WS-Rst-Mov-Replayed
       DISPLAY "  Productos sin concordancia: " WS-Rst-Disagree
       IF WS-Rst-Sel-PO OR WS-Rst-Sel-SO
          DISPLAY "  Líneas OC/pedido a revisar: " WS-Rst-Doc-Count
       END-IF
       PERFORM Close-Files
       STOP RUN.

       Select-Recovery-Files.
       MOVE 'N' TO WS-Rst-Sel-SM-Flag
       MOVE 'N' TO WS-Rst-Sel-PO-Flag
       MOVE 'N' TO WS-Rst-Sel-SO-Flag
       MOVE "PRODMSTR" TO WS-Rst-File-List
       DISPLAY "PRODMSTR se restaura siempre desde el resguardo."
       DISPLAY "¿Restaurar también SUPPMSTR? (S/N, omisión N):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line(1:1) = 'S' OR WS-Input-Line(1:1) = 's'
          SET WS-Rst-Sel-SM TO TRUE
          MOVE "SUPPMSTR" TO WS-Bkp-File-ID
          PERFORM Add-Recovery-File-Name
       END-IF
       DISPLAY "¿Restaurar también POFILE? (S/N, omisión N):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line(1:1) = 'S' OR WS-Input-Line(1:1) = 's'
          SET WS-Rst-Sel-PO TO TRUE
          MOVE "POFILE" TO WS-Bkp-File-ID
          PERFORM Add-Recovery-File-Name
       END-IF
       DISPLAY "¿Restaurar también ORDFILE? (S/N, omisión N):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line(1:1) = 'S' OR WS-Input-Line(1:1) = 's'
          SET WS-Rst-Sel-SO TO TRUE
          MOVE "ORDFILE" TO WS-Bkp-File-ID
          PERFORM Add-Recovery-File-Name
       END-IF.

       Add-Recovery-File-Name.
       MOVE SPACES TO WS-Rst-File-Work
       STRING WS-Rst-File-List DELIMITED BY "  "
             " " WS-Bkp-File-ID DELIMITED BY SIZE
          INTO WS-Rst-File-Work
       MOVE WS-Rst-File-Work TO WS-Rst-File-List.

       Verify-Backup-File.
       MOVE 0 TO WS-Bkp-Count
       MOVE 0 TO WS-Bkp-Key-Hash
       MOVE 0 TO WS-Bkp-Qty-Hash
       SET WS-Rst-No-Trailer TO TRUE
       PERFORM Build-Backup-File-Name
       OPEN INPUT BACKUP-FILE
       IF WS-BK-STATUS NOT = "00"
          SET WS-Bkp-Error TO TRUE
          MOVE "NO SE ENCONTRO EL ARCHIVO DE RESGUARDO"
             TO WS-Bkp-Message
          PERFORM Write-Recovery-File-Line
          EXIT PARAGRAPH
       END-IF
       READ BACKUP-FILE
          AT END
             MOVE SPACES TO BK-RECORD
       END-READ
       IF NOT BK-Header OR BK-FILE-ID NOT = WS-Bkp-File-ID
          SET WS-Bkp-Error TO TRUE
          MOVE "SIN REGISTRO DE CABECERA VALIDO" TO WS-Bkp-Message
          CLOSE BACKUP-FILE
          PERFORM Write-Recovery-File-Line
          EXIT PARAGRAPH
       END-IF
       IF WS-Bkp-File-ID = "PRODMSTR"
          MOVE BK-TIME TO WS-Rst-Time
       END-IF
       MOVE "VERIFICADO" TO WS-Bkp-Message
       SET WS-Bkp-Not-EOF TO TRUE
       PERFORM UNTIL WS-Bkp-EOF
          READ BACKUP-FILE
             AT END
                SET WS-Bkp-EOF TO TRUE
             NOT AT END
                IF BK-Detail
                   ADD 1 TO WS-Bkp-Count
                   PERFORM Add-Backup-Hash
                END-IF
                IF BK-Trailer
                   SET WS-Rst-Trailer-Seen TO TRUE
                   SET WS-Bkp-EOF TO TRUE
                   IF BK-RECORD-COUNT NOT = WS-Bkp-Count
                         OR BK-KEY-HASH NOT = WS-Bkp-Key-Hash
                         OR BK-QTY-HASH NOT = WS-Bkp-Qty-Hash
                      SET WS-Bkp-Error TO TRUE
                      MOVE "TOTALES DE CONTROL NO COINCIDEN"
                         TO WS-Bkp-Message
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE BACKUP-FILE
       IF WS-Rst-No-Trailer
          SET WS-Bkp-Error TO TRUE
          MOVE "SIN REGISTRO FINAL DE CONTROL" TO WS-Bkp-Message
       END-IF
       PERFORM Write-Recovery-File-Line.

       Write-Recovery-File-Line.
       PERFORM Format-Backup-Control
       MOVE WS-Bkp-Line-1 TO RV-LINE
       WRITE RV-LINE
       MOVE WS-Bkp-Line-2 TO RV-LINE
       WRITE RV-LINE.

       Restore-Backup-File.
       MOVE 0 TO WS-Rst-Restored
       MOVE 0 TO WS-Rst-Write-Errors
       EVALUATE WS-Bkp-File-ID
          WHEN "PRODMSTR"
             CLOSE PRODUCT-MASTER
             OPEN OUTPUT PRODUCT-MASTER
          WHEN "SUPPMSTR"
             CLOSE SUPPLIER-MASTER
             OPEN OUTPUT SUPPLIER-MASTER
          WHEN "POFILE"
             CLOSE PURCHASE-ORDER-FILE
             OPEN OUTPUT PURCHASE-ORDER-FILE
          WHEN "ORDFILE"
             CLOSE CUSTOMER-ORDER-FILE
             OPEN OUTPUT CUSTOMER-ORDER-FILE
       END-EVALUATE
       PERFORM Build-Backup-File-Name
       OPEN INPUT BACKUP-FILE
       SET WS-Bkp-Not-EOF TO TRUE
       PERFORM UNTIL WS-Bkp-EOF
          READ BACKUP-FILE
             AT END
                SET WS-Bkp-EOF TO TRUE
             NOT AT END
                IF BK-Detail
                   PERFORM Restore-Backup-Record
                END-IF
                IF BK-Trailer
                   SET WS-Bkp-EOF TO TRUE
                END-IF
          END-READ
       END-PERFORM
       CLOSE BACKUP-FILE
       EVALUATE WS-Bkp-File-ID
          WHEN "PRODMSTR"
             CLOSE PRODUCT-MASTER
             OPEN I-O PRODUCT-MASTER
          WHEN "SUPPMSTR"
             CLOSE SUPPLIER-MASTER
             OPEN I-O SUPPLIER-MASTER
          WHEN "POFILE"
             CLOSE PURCHASE-ORDER-FILE
          WHEN "ORDFILE"
             CLOSE CUSTOMER-ORDER-FILE
       END-EVALUATE
       MOVE WS-Rst-Restored TO WS-Bkp-Count-Display
       MOVE SPACES TO RV-LINE
       STRING "Registros restaurados " WS-Bkp-File-ID ": "
             WS-Bkp-Count-Display "  errores: " WS-Rst-Write-Errors
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE.

       Restore-Backup-Record.
       EVALUATE WS-Bkp-File-ID
          WHEN "PRODMSTR"
             MOVE BK-DATA TO PM-RECORD
             WRITE PM-RECORD
                INVALID KEY
                   ADD 1 TO WS-Rst-Write-Errors
                NOT INVALID KEY
                   ADD 1 TO WS-Rst-Restored
             END-WRITE
          WHEN "SUPPMSTR"
             MOVE BK-DATA TO SM-RECORD
             WRITE SM-RECORD
                INVALID KEY
                   ADD 1 TO WS-Rst-Write-Errors
                NOT INVALID KEY
                   ADD 1 TO WS-Rst-Restored
             END-WRITE
          WHEN "POFILE"
             MOVE BK-DATA TO PO-RECORD
             WRITE PO-RECORD
                INVALID KEY
                   ADD 1 TO WS-Rst-Write-Errors
                NOT INVALID KEY
                   ADD 1 TO WS-Rst-Restored
             END-WRITE
          WHEN "ORDFILE"
             MOVE BK-DATA TO SO-RECORD
             WRITE SO-RECORD
                INVALID KEY
                   ADD 1 TO WS-Rst-Write-Errors
                NOT INVALID KEY
                   ADD 1 TO WS-Rst-Restored
             END-WRITE
       END-EVALUATE.

       Check-After-Backup.
       IF WS-Rst-Rec-Date > WS-Rst-Date
             OR (WS-Rst-Rec-Date = WS-Rst-Date
             AND WS-Rst-Rec-Time > WS-Rst-Time)
          SET WS-Rst-After-Backup TO TRUE
       ELSE
          SET WS-Rst-Before-Backup TO TRUE
       END-IF.

       Replay-Audit-Actions.
       CLOSE AUDIT-LOG
       OPEN INPUT AUDIT-LOG
       IF WS-AUDIT-STATUS NOT = "00"
          PERFORM Reopen-Audit-Log
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ AUDIT-LOG NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                PERFORM Replay-Audit-Record
          END-READ
       END-PERFORM
       CLOSE AUDIT-LOG
       PERFORM Reopen-Audit-Log.

       Replay-Audit-Record.
       MOVE AUDIT-LINE TO WS-Aud-In
       IF WS-AI-Timestamp(1:16) IS NOT NUMERIC
             OR WS-AI-Product IS NOT NUMERIC
          EXIT PARAGRAPH
       END-IF
       MOVE WS-AI-Timestamp(1:8) TO WS-Rst-Rec-Date
       MOVE WS-AI-Timestamp(9:8) TO WS-Rst-Rec-Time
       PERFORM Check-After-Backup
       IF WS-Rst-Before-Backup
          EXIT PARAGRAPH
       END-IF
       MOVE WS-AI-Product TO ID-Temp
       EVALUATE WS-AI-Action
          WHEN "REGISTRO"
             PERFORM Replay-Registration
          WHEN "FUSION"
             PERFORM Replay-Merge
          WHEN "PRECIO"
             PERFORM Replay-Price-Change
          WHEN "BAJA"
             PERFORM Replay-Discontinue
          WHEN "PTO-PEDIDO"
             PERFORM Replay-Reorder-Change
          WHEN OTHER
             CONTINUE
       END-EVALUATE.

       Replay-Registration.
       PERFORM Find-Product-Any
       IF WS-Not-Found
          IF Product-Count >= WS-Max-Products
             MOVE "TABLA DE PRODUCTOS LLENA; ALTA NO APLICADA"
                TO WS-RSE-Reason
             PERFORM Write-Missing-Exception
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO Product-Count
          MOVE Product-Count TO WS-Product-Index
          MOVE ID-Temp TO ID-List(WS-Product-Index)
          MOVE 0 TO Quantity-List(WS-Product-Index)
          MOVE 0 TO Loc-Qty-List(WS-Product-Index, 1)
          MOVE 0 TO Loc-Qty-List(WS-Product-Index, 2)
          MOVE 0 TO Supplier-List(WS-Product-Index)
          MOVE 0 TO Cost-List(WS-Product-Index)
          MOVE 0 TO Avg-Cost-List(WS-Product-Index)
          MOVE SPACES TO Category-List(WS-Product-Index)
          MOVE SPACES TO Sku-List(WS-Product-Index)
          MOVE 0 TO Order-Qty-List(WS-Product-Index)
          MOVE WS-AI-After(8:30) TO Name-List(WS-Product-Index)
          MOVE "ALTA POSTERIOR: COMPLETAR PROV/CATEG/COSTO"
             TO WS-RSE-Reason
          MOVE 0 TO WS-RSE-Calc
          MOVE 0 TO WS-RSE-Mov
          PERFORM Write-Product-Exception
       END-IF
       MOVE WS-AI-After(8:30) TO Name-List(WS-Product-Index)
       MOVE WS-AI-After(46:9) TO WS-Rst-Price-Text
       PERFORM Set-Recovered-Price
       MOVE WS-AI-After(76:5) TO WS-Rst-Qty-Text
       PERFORM Set-Recovered-Reorder
       MOVE 'A' TO Active-List(WS-Product-Index)
       ADD 1 TO WS-Rst-Aud-Register.

       Replay-Merge.
       PERFORM Find-Product-Any
       IF WS-Not-Found
          MOVE "FUSION DE PRODUCTO INEXISTENTE" TO WS-RSE-Reason
          PERFORM Write-Missing-Exception
          EXIT PARAGRAPH
       END-IF
       MOVE WS-AI-After(20:9) TO WS-Rst-Price-Text
       PERFORM Set-Recovered-Price
       MOVE WS-AI-After(38:5) TO WS-Rst-Qty-Text
       PERFORM Set-Recovered-Reorder
       MOVE 'A' TO Active-List(WS-Product-Index)
       ADD 1 TO WS-Rst-Aud-Register.

       Replay-Price-Change.
       PERFORM Find-Product-Any
       IF WS-Not-Found
          MOVE "CAMBIO DE PRECIO DE PRODUCTO INEXISTENTE"
             TO WS-RSE-Reason
          PERFORM Write-Missing-Exception
          EXIT PARAGRAPH
       END-IF
       MOVE WS-AI-After(8:9) TO WS-Rst-Price-Text
       PERFORM Set-Recovered-Price
       ADD 1 TO WS-Rst-Aud-Price.

       Replay-Discontinue.
       PERFORM Find-Product-Any
       IF WS-Not-Found
          MOVE "BAJA DE PRODUCTO INEXISTENTE" TO WS-RSE-Reason
          PERFORM Write-Missing-Exception
          EXIT PARAGRAPH
       END-IF
       MOVE 'I' TO Active-List(WS-Product-Index)
       ADD 1 TO WS-Rst-Aud-Discontinue.

       Replay-Reorder-Change.
       PERFORM Find-Product-Any
       IF WS-Not-Found
          MOVE "PUNTO DE PEDIDO DE PRODUCTO INEXISTENTE"
             TO WS-RSE-Reason
          PERFORM Write-Missing-Exception
          EXIT PARAGRAPH
       END-IF
       IF WS-AI-After(11:5) IS NUMERIC
          MOVE WS-AI-After(11:5) TO Reorder-List(WS-Product-Index)
       END-IF
       IF WS-AI-After(27:5) IS NUMERIC
          MOVE WS-AI-After(27:5) TO Order-Qty-List(WS-Product-Index)
       END-IF
       ADD 1 TO WS-Rst-Aud-Reorder.

       Set-Recovered-Price.
       IF FUNCTION TEST-NUMVAL-C(WS-Rst-Price-Text) = 0
          COMPUTE Price-List(WS-Product-Index) =
             FUNCTION NUMVAL-C(WS-Rst-Price-Text)
       END-IF.

       Set-Recovered-Reorder.
       IF FUNCTION TEST-NUMVAL(WS-Rst-Qty-Text) = 0
          COMPUTE Reorder-List(WS-Product-Index) =
             FUNCTION NUMVAL(WS-Rst-Qty-Text)
       END-IF.

       Replay-Movements.
       MOVE 0 TO WS-Rst-Prev-ID
       MOVE 0 TO WS-Rst-Prev-Index
       SET WS-Rst-Not-Negative TO TRUE
       SET WS-Rst-No-Opening TO TRUE
       MOVE 0 TO MV-PRODUCT-ID
       MOVE 0 TO MV-DATE
       MOVE 0 TO MV-TIME
       SET WS-Mov-Not-EOF TO TRUE
       START STOCK-MOVEMENT KEY >= MV-KEY
          INVALID KEY
             SET WS-Mov-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Mov-EOF
          READ STOCK-MOVEMENT NEXT RECORD
             AT END
                SET WS-Mov-EOF TO TRUE
             NOT AT END
                PERFORM Replay-Movement
          END-READ
       END-PERFORM
       PERFORM Close-Recovered-Product.

       Replay-Movement.
       MOVE MV-DATE TO WS-Rst-Rec-Date
       MOVE MV-TIME TO WS-Rst-Rec-Time
       PERFORM Check-After-Backup
       IF WS-Rst-Before-Backup
          EXIT PARAGRAPH
       END-IF
       IF WS-Rst-Sel-PO OR WS-Rst-Sel-SO
          PERFORM Note-Document-Movement
       END-IF
       IF MV-PRODUCT-ID NOT = WS-Rst-Prev-ID
          PERFORM Close-Recovered-Product
          MOVE MV-PRODUCT-ID TO WS-Rst-Prev-ID
          MOVE MV-PRODUCT-ID TO ID-Temp
          PERFORM Find-Product-Any
          IF WS-Found
             MOVE WS-Product-Index TO WS-Rst-Prev-Index
             MOVE Quantity-List(WS-Product-Index)
                TO WS-Rst-Last-Balance
          ELSE
             MOVE 0 TO WS-Rst-Prev-Index
             MOVE "MOVIMIENTOS DE PRODUCTO INEXISTENTE"
                TO WS-RSE-Reason
             PERFORM Write-Missing-Exception
          END-IF
       END-IF
       IF WS-Rst-Prev-Index = 0
          ADD 1 TO WS-Rst-Mov-Skipped
          EXIT PARAGRAPH
       END-IF
       IF MV-REASON = "SALDO-INI"
          SET WS-Rst-Opening-Seen TO TRUE
          ADD 1 TO WS-Rst-Mov-Skipped
          EXIT PARAGRAPH
       END-IF
       IF MV-LOCATION = 2
          MOVE 2 TO WS-Rst-Location
       ELSE
          MOVE 1 TO WS-Rst-Location
       END-IF
       COMPUTE WS-Rst-Work =
             Loc-Qty-List(WS-Rst-Prev-Index, WS-Rst-Location)
             + MV-QTY-IN - MV-QTY-OUT
       IF WS-Rst-Work < 0 OR WS-Rst-Work > 99999
          SET WS-Rst-Negative TO TRUE
          MOVE 0 TO Loc-Qty-List(WS-Rst-Prev-Index, WS-Rst-Location)
       ELSE
          MOVE WS-Rst-Work
             TO Loc-Qty-List(WS-Rst-Prev-Index, WS-Rst-Location)
       END-IF
       COMPUTE WS-Rst-Work = Loc-Qty-List(WS-Rst-Prev-Index, 1)
             + Loc-Qty-List(WS-Rst-Prev-Index, 2)
       IF WS-Rst-Work > 99999
          SET WS-Rst-Negative TO TRUE
          MOVE 99999 TO Quantity-List(WS-Rst-Prev-Index)
       ELSE
          MOVE WS-Rst-Work TO Quantity-List(WS-Rst-Prev-Index)
       END-IF
       MOVE MV-BALANCE TO WS-Rst-Last-Balance
       ADD 1 TO WS-Rst-Mov-Replayed.

       Close-Recovered-Product.
       IF WS-Rst-Prev-Index > 0
          MOVE WS-Rst-Prev-Index TO WS-Product-Index
          MOVE Quantity-List(WS-Product-Index) TO WS-RSE-Calc
          MOVE WS-Rst-Last-Balance TO WS-RSE-Mov
          IF WS-Rst-Negative
             MOVE "SALDO DE DEPOSITO NEGATIVO O EXCEDIDO"
                TO WS-RSE-Reason
             PERFORM Write-Product-Exception
          ELSE
             IF WS-Rst-Opening-Seen
                MOVE "SALDO INICIAL POSTERIOR AL RESGUARDO"
                   TO WS-RSE-Reason
                PERFORM Write-Product-Exception
             ELSE
                IF Quantity-List(WS-Product-Index)
                      NOT = WS-Rst-Last-Balance
                   MOVE "STOCK NO COINCIDE CON EL ULTIMO SALDO"
                      TO WS-RSE-Reason
                   PERFORM Write-Product-Exception
                END-IF
             END-IF
          END-IF
       END-IF
       SET WS-Rst-Not-Negative TO TRUE
       SET WS-Rst-No-Opening TO TRUE.

       Write-Product-Exception.
       MOVE ID-List(WS-Product-Index) TO WS-RSE-ID
       MOVE Name-List(WS-Product-Index) TO WS-RSE-Name
       MOVE WS-Rst-Exception TO RV-LINE
       WRITE RV-LINE
       ADD 1 TO WS-Rst-Disagree.

       Note-Document-Movement.
       MOVE SPACE TO WS-Rst-Doc-Kind
       EVALUATE TRUE
          WHEN WS-Rst-Sel-PO AND MV-REASON(1:2) = "OC"
                AND MV-REASON(3:5) IS NUMERIC
             SET WS-Rst-Doc-PO TO TRUE
             MOVE MV-REASON(3:5) TO WS-Rst-Doc-Number
          WHEN WS-Rst-Sel-PO AND MV-REASON(1:2) = "DP"
                AND MV-REASON(3:5) IS NUMERIC
             SET WS-Rst-Doc-PO TO TRUE
             MOVE MV-REASON(3:5) TO WS-Rst-Doc-Number
          WHEN WS-Rst-Sel-SO AND MV-REASON(1:3) = "PED"
                AND MV-REASON(4:5) IS NUMERIC
             SET WS-Rst-Doc-SO TO TRUE
             MOVE MV-REASON(4:5) TO WS-Rst-Doc-Number
          WHEN WS-Rst-Sel-SO AND MV-REASON(1:2) = "DC"
                AND MV-REASON(3:5) IS NUMERIC
             SET WS-Rst-Doc-SO TO TRUE
             MOVE MV-REASON(3:5) TO WS-Rst-Doc-Number
       END-EVALUATE
       IF WS-Rst-Doc-None
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-Rst-Doc-Index FROM 1 BY 1
             UNTIL WS-Rst-Doc-Index > WS-Rst-Doc-Count
          IF Rst-Doc-Kind(WS-Rst-Doc-Index) = WS-Rst-Doc-Kind
                AND Rst-Doc-Number(WS-Rst-Doc-Index)
                   = WS-Rst-Doc-Number
                AND Rst-Doc-Product(WS-Rst-Doc-Index)
                   = MV-PRODUCT-ID
             COMPUTE Rst-Doc-Net(WS-Rst-Doc-Index) =
                   Rst-Doc-Net(WS-Rst-Doc-Index)
                   + MV-QTY-IN - MV-QTY-OUT
             EXIT PARAGRAPH
          END-IF
       END-PERFORM
       IF WS-Rst-Doc-Count >= 500
          ADD 1 TO WS-Rst-Doc-Overflow
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-Rst-Doc-Count
       MOVE WS-Rst-Doc-Kind TO Rst-Doc-Kind(WS-Rst-Doc-Count)
       MOVE WS-Rst-Doc-Number TO Rst-Doc-Number(WS-Rst-Doc-Count)
       MOVE MV-PRODUCT-ID TO Rst-Doc-Product(WS-Rst-Doc-Count)
       COMPUTE Rst-Doc-Net(WS-Rst-Doc-Count) =
             MV-QTY-IN - MV-QTY-OUT.

       Write-Document-Exceptions.
       IF NOT WS-Rst-Sel-PO AND NOT WS-Rst-Sel-SO
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO RV-LINE
       WRITE RV-LINE
       MOVE SPACES TO RV-LINE
       STRING "Lineas de OC y pedidos con movimientos posteriores "
             "al resguardo (sin concordancia):"
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE
       MOVE SPACES TO RV-LINE
       STRING "Doc    Numero Prod.  "
             "Motivo                                   "
             "Resg. Mov.neto"
          DELIMITED BY SIZE INTO RV-LINE
       WRITE RV-LINE
       IF WS-Rst-Sel-PO
          OPEN INPUT PURCHASE-ORDER-FILE
       END-IF
       IF WS-Rst-Sel-SO
          OPEN INPUT CUSTOMER-ORDER-FILE
       END-IF
       PERFORM VARYING WS-Rst-Doc-Index FROM 1 BY 1
             UNTIL WS-Rst-Doc-Index > WS-Rst-Doc-Count
          PERFORM Write-Document-Exception
       END-PERFORM
       IF WS-Rst-Sel-PO
          CLOSE PURCHASE-ORDER-FILE
       END-IF
       IF WS-Rst-Sel-SO
          CLOSE CUSTOMER-ORDER-FILE
       END-IF
       IF WS-Rst-Doc-Count = 0
          MOVE "Ninguna." TO RV-LINE
          WRITE RV-LINE
       END-IF
       IF WS-Rst-Doc-Overflow > 0
          MOVE WS-Rst-Doc-Overflow TO WS-Bkp-Count-Display
          MOVE SPACES TO RV-LINE
          STRING "Movimientos no listados (tabla completa): "
                WS-Bkp-Count-Display " - revisar STOCKMVT"
             DELIMITED BY SIZE INTO RV-LINE
          WRITE RV-LINE
       END-IF.

       Write-Document-Exception.
       MOVE "MOVIMIENTOS POSTERIORES AL RESGUARDO"
          TO WS-Rst-Doc-Reason
       IF Rst-Doc-Kind(WS-Rst-Doc-Index) = 'C'
          MOVE Rst-Doc-Number(WS-Rst-Doc-Index) TO PO-NUMBER
          MOVE Rst-Doc-Product(WS-Rst-Doc-Index) TO PO-PRODUCT-ID
          READ PURCHASE-ORDER-FILE
             INVALID KEY
                MOVE "LINEA NO EXISTE EN EL RESGUARDO"
                   TO WS-Rst-Doc-Reason
                MOVE 0 TO WS-Rst-Doc-Qty-Display
             NOT INVALID KEY
                MOVE PO-RECEIVED-QTY TO WS-Rst-Doc-Qty-Display
          END-READ
       ELSE
          MOVE Rst-Doc-Number(WS-Rst-Doc-Index) TO SO-NUMBER
          MOVE Rst-Doc-Product(WS-Rst-Doc-Index) TO SO-PRODUCT-ID
          READ CUSTOMER-ORDER-FILE
             INVALID KEY
                MOVE "LINEA NO EXISTE EN EL RESGUARDO"
                   TO WS-Rst-Doc-Reason
                MOVE 0 TO WS-Rst-Doc-Qty-Display
             NOT INVALID KEY
                MOVE SO-SHIPPED-QTY TO WS-Rst-Doc-Qty-Display
          END-READ
       END-IF
       MOVE Rst-Doc-Net(WS-Rst-Doc-Index) TO WS-Rst-Doc-Net-Display
       MOVE SPACES TO RV-LINE
       IF Rst-Doc-Kind(WS-Rst-Doc-Index) = 'C'
          STRING "OC     " Rst-Doc-Number(WS-Rst-Doc-Index) "  "
                Rst-Doc-Product(WS-Rst-Doc-Index) "  "
                WS-Rst-Doc-Reason " " WS-Rst-Doc-Qty-Display " "
                WS-Rst-Doc-Net-Display
             DELIMITED BY SIZE INTO RV-LINE
       ELSE
          STRING "PEDIDO " Rst-Doc-Number(WS-Rst-Doc-Index) "  "
                Rst-Doc-Product(WS-Rst-Doc-Index) "  "
                WS-Rst-Doc-Reason " " WS-Rst-Doc-Qty-Display " "
                WS-Rst-Doc-Net-Display
             DELIMITED BY SIZE INTO RV-LINE
       END-IF
       WRITE RV-LINE.

       Write-Missing-Exception.
       MOVE ID-Temp TO WS-RSE-ID
       MOVE "(NO EXISTE EN EL MAESTRO)" TO WS-RSE-Name
       MOVE 0 TO WS-RSE-Calc
       MOVE 0 TO WS-RSE-Mov
       MOVE WS-Rst-Exception TO RV-LINE
       WRITE RV-LINE
       ADD 1 TO WS-Rst-Disagree.

       Store-Recovered-Products.
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
          MOVE ID-List(I) TO PM-PRODUCT-ID
          MOVE Name-List(I) TO PM-PRODUCT-NAME
          MOVE Price-List(I) TO PM-PRODUCT-PRICE
          MOVE Quantity-List(I) TO PM-STOCK-QUANTITY
          MOVE Loc-Qty-List(I, 1) TO PM-LOCATION-QTY(1)
          MOVE Loc-Qty-List(I, 2) TO PM-LOCATION-QTY(2)
          MOVE Active-List(I) TO PM-ACTIVE-FLAG
          MOVE Reorder-List(I) TO PM-REORDER-POINT
          MOVE Supplier-List(I) TO PM-SUPPLIER-ID
          MOVE Cost-List(I) TO PM-LAST-COST
          MOVE Avg-Cost-List(I) TO PM-AVG-COST
          MOVE Category-List(I) TO PM-CATEGORY
          MOVE Sku-List(I) TO PM-SKU
          MOVE Order-Qty-List(I) TO PM-ORDER-QTY
          REWRITE PM-RECORD
             INVALID KEY
                WRITE PM-RECORD
                   INVALID KEY
                      DISPLAY "Error al grabar el producto "
                            PM-PRODUCT-ID
                END-WRITE
          END-REWRITE
       END-PERFORM.

       Generate-Inventory-Report.
       OPEN OUTPUT INVENTORY-REPORT
       IF WS-RPT-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de informe."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE 0 TO WS-Total-Value
       PERFORM Write-Report-Header
       PERFORM VARYING K FROM 0 BY 1 UNTIL K > Category-Count
          PERFORM Report-Category-Group
       END-PERFORM
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-Total-Value TO WS-T-Value
       MOVE WS-Report-Total-Line TO REPORT-LINE
       WRITE REPORT-LINE
       CLOSE INVENTORY-REPORT
       DISPLAY "Informe generado en el archivo INVRPT."

       PERFORM Main-Menu.

       Report-Category-Group.
       MOVE 0 TO WS-Category-Subtotal
       SET WS-Cat-Not-Open TO TRUE
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
          IF Entry-Active(I)
             SET WS-Cat-Not-Member TO TRUE
             IF K = 0
                MOVE Category-List(I) TO WS-Category-Temp
                PERFORM Find-Category
                IF WS-Cat-Not-Found
                   SET WS-Cat-Member TO TRUE
                END-IF
             ELSE
                IF Category-List(I) = Cat-Code-List(K)
                   SET WS-Cat-Member TO TRUE
                END-IF
             END-IF
             IF WS-Cat-Member
                IF WS-Cat-Not-Open
                   SET WS-Cat-Open TO TRUE
                   PERFORM Write-Category-Header
                END-IF
                IF WS-Report-Line-Count >= WS-Lines-Per-Page
                   PERFORM Write-Report-Header
                END-IF
                MOVE ID-List(I) TO WS-D-ID
                MOVE Name-List(I) TO WS-D-Name
                MOVE Price-List(I) TO WS-D-Price
                MOVE Quantity-List(I) TO WS-D-Stock
                MOVE Loc-Qty-List(I, 1) TO WS-D-Loc1
                MOVE Loc-Qty-List(I, 2) TO WS-D-Loc2
                MOVE WS-Report-Detail TO REPORT-LINE
                WRITE REPORT-LINE
                ADD 1 TO WS-Report-Line-Count
                COMPUTE WS-Extended-Value =
                   Avg-Cost-List(I) * Quantity-List(I)
                ADD WS-Extended-Value TO WS-Category-Subtotal
                ADD WS-Extended-Value TO WS-Total-Value
             END-IF
          END-IF
       END-PERFORM
       IF WS-Cat-Open
          MOVE WS-Category-Subtotal TO WS-CST-Value
          MOVE WS-Category-Total-Line TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          ADD 2 TO WS-Report-Line-Count
       END-IF.

       Write-Category-Header.
       IF WS-Report-Line-Count >= WS-Lines-Per-Page
          PERFORM Write-Report-Header
       END-IF
       IF K = 0
          MOVE SPACES TO WS-CH-Code
          MOVE "(SIN CATEGORIA)" TO WS-CH-Desc
       ELSE
          MOVE Cat-Code-List(K) TO WS-CH-Code
          MOVE Cat-Desc-List(K) TO WS-CH-Desc
       END-IF
       MOVE WS-Category-Header TO REPORT-LINE
       WRITE REPORT-LINE
       ADD 1 TO WS-Report-Line-Count.

       Write-Report-Header.
       IF WS-Page-Number > 0
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE WS-Page-Number TO WS-H-Page
       MOVE WS-Report-Header-1 TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-Report-Header-2 TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE ALL "-" TO REPORT-LINE
       WRITE REPORT-LINE.

       Update-Stock.
       DISPLAY "Actualización de stock:"
       IF WS-Batch-Mode
          MOVE TR-PRODUCT-ID TO ID-Temp
       ELSE
          PERFORM Accept-Product-Key
       END-IF
       SET WS-Not-Found TO TRUE
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
           IF ID-List(I) = ID-Temp AND Entry-Active(I)
              SET WS-Found TO TRUE
              MOVE I TO WS-Product-Index
              PERFORM Take-Product-Snapshot
              MOVE Quantity-List(I) TO WS-Old-Stock
              IF WS-Batch-Mode
                 MOVE 1 TO WS-Location
              ELSE
                 PERFORM Accept-Location
              END-IF
              MOVE Loc-Qty-List(I, WS-Location)
                 TO WS-Old-Loc-Stock
              SET WS-Not-Valid TO TRUE
              PERFORM UNTIL WS-Valid
                 IF WS-Batch-Mode
                    IF TR-NEW-STOCK IS NOT NUMERIC
                       DISPLAY "Transacción rechazada: stock inválido"
                       MOVE "STOCK INVALIDO" TO WS-Reject-Reason
                       SET WS-Tran-Reject TO TRUE
                       EXIT PARAGRAPH
                    END-IF
                    MOVE TR-NEW-STOCK TO New-Stock
                    SET WS-Valid TO TRUE
                 ELSE
                    DISPLAY "Stock actual en el depósito "
                          WS-Location ": " WS-Old-Loc-Stock
                    DISPLAY "Ingrese el nuevo stock en el depósito:"
                    ACCEPT WS-Input-Line
                    IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
                       COMPUTE WS-Numval-Result =
                          FUNCTION NUMVAL(WS-Input-Line)
                       IF WS-Numval-Result >= 0 AND
                             WS-Numval-Result <= 99999
                          MOVE WS-Numval-Result TO New-Stock
                          SET WS-Valid TO TRUE
                       ELSE
                          DISPLAY "Valor inválido, ingréselo de nuevo"
                       END-IF
                    ELSE
                       DISPLAY "Valor inválido, ingréselo de nuevo"
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-Batch-Mode
                 MOVE "LOTE" TO WS-Mov-Reason
              ELSE
                 DISPLAY "Ingrese el código de motivo:"
                 ACCEPT WS-Mov-Reason
                 IF WS-Mov-Reason = SPACES
                    MOVE "MANUAL" TO WS-Mov-Reason
                 END-IF
              END-IF
              COMPUTE WS-Loc-Delta = New-Stock - WS-Old-Loc-Stock
              IF WS-Loc-Delta > WS-Adjust-Limit
                    OR WS-Loc-Delta < 0 - WS-Adjust-Limit
                 IF WS-Batch-Mode
                    DISPLAY "Transacción rechazada: el ajuste "
                          "supera el umbral"
                    MOVE "REQUIERE SUPERVISOR" TO WS-Reject-Reason
                    SET WS-Tran-Reject TO TRUE
                    EXIT PARAGRAPH
                 END-IF
                 PERFORM Request-Supervisor-Approval
                 IF WS-Approval-Denied
                    DISPLAY "Ajuste no autorizado. "
                          "Stock no actualizado."
                    PERFORM Main-Menu
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              MOVE New-Stock TO Loc-Qty-List(I, WS-Location)
              COMPUTE Quantity-List(I) =
                    Quantity-List(I) + WS-Loc-Delta
              MOVE I TO WS-Product-Index
              IF WS-Loc-Delta > 0
                 MOVE WS-Old-Stock TO WS-Avg-Old-Qty
                 MOVE WS-Loc-Delta TO WS-Avg-Rcv-Qty
                 MOVE Cost-List(I) TO WS-Avg-Unit-Cost
                 PERFORM Update-Average-Cost
              END-IF
              PERFORM Rewrite-Product-Master
              IF WS-Record-Stale
                 IF WS-Batch-Mode
                    MOVE "REGISTRO MODIFICADO" TO WS-Reject-Reason
                    SET WS-Tran-Reject TO TRUE
                 END-IF
                 IF WS-Interactive-Mode
                    PERFORM Main-Menu
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              DISPLAY "Stock actualizado con éxito!"

              MOVE ID-List(I) TO WS-Audit-Product-ID
              MOVE "ACTUALIZ" TO WS-Audit-Action
              MOVE WS-Old-Stock TO WS-Audit-Qty-Display
              STRING "Stock=" WS-Audit-Qty-Display
                 DELIMITED BY SIZE INTO WS-Audit-Before
              MOVE Quantity-List(I) TO WS-Audit-Qty-Display
              STRING "Stock=" WS-Audit-Qty-Display
                 DELIMITED BY SIZE INTO WS-Audit-After
              PERFORM Write-Audit-Log

              IF WS-Loc-Delta > 0
                 MOVE ID-List(I) TO WS-Mov-Product-ID
                 MOVE 'R' TO WS-Mov-Type
                 MOVE WS-Loc-Delta TO WS-Mov-Qty-In
                 MOVE 0 TO WS-Mov-Qty-Out
                 MOVE Quantity-List(I) TO WS-Mov-Balance
                 MOVE WS-Location TO WS-Mov-Location
                 PERFORM Write-Stock-Movement
              END-IF
              IF WS-Loc-Delta < 0
                 MOVE ID-List(I) TO WS-Mov-Product-ID
                 MOVE 'I' TO WS-Mov-Type
                 MOVE ID-List(I) TO WS-Lot-Product-ID
                 MOVE WS-Location TO WS-Lot-Location
                 COMPUTE WS-Lot-Draw-Qty = 0 - WS-Loc-Delta
                 PERFORM Draw-Down-Lots
                 SET WS-Lot-Outbound TO TRUE
                 MOVE WS-Old-Stock TO WS-Lot-Balance
                 PERFORM Write-Lot-Movements
              END-IF
           END-IF
       END-PERFORM
       IF WS-Not-Found
          DISPLAY "Producto no encontrado. Stock no actualizado."
          IF WS-Batch-Mode
             MOVE "PRODUCTO NO ENCONTRADO" TO WS-Reject-Reason
             SET WS-Tran-Reject TO TRUE
          END-IF
       END-IF

       IF WS-Interactive-Mode
          PERFORM Main-Menu
       END-IF.

       Accept-Location.
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese el depósito (1 o 2):"
          ACCEPT WS-Input-Line
          IF WS-Input-Line(1:1) >= '1' AND
                WS-Input-Line(1:1) <= '2' AND
                WS-Input-Line(2:14) = SPACES
             MOVE WS-Input-Line(1:1) TO WS-Location
             SET WS-Valid TO TRUE
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM.

       Transfer-Stock.
       DISPLAY "Traslado entre depósitos:"
       PERFORM Accept-Product-Key
       PERFORM Find-Product
       IF WS-Not-Found
          DISPLAY "Producto no encontrado."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Take-Product-Snapshot
       DISPLAY "Producto: " Name-List(WS-Product-Index)
       DISPLAY "  Dep.1: " Loc-Qty-List(WS-Product-Index, 1)
             "  Dep.2: " Loc-Qty-List(WS-Product-Index, 2)
       DISPLAY "Depósito de origen:"
       PERFORM Accept-Location
       MOVE WS-Location TO WS-Loc-From
       DISPLAY "Depósito de destino:"
       PERFORM Accept-Location
       MOVE WS-Location TO WS-Loc-To
       IF WS-Loc-From = WS-Loc-To
          DISPLAY "El origen y el destino deben ser distintos."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese la cantidad a trasladar:"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result > 0 AND WS-Numval-Result <=
                   Loc-Qty-List(WS-Product-Index, WS-Loc-From)
                MOVE WS-Numval-Result TO WS-Transfer-Qty
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       IF WS-Transfer-Qty > WS-Transfer-Limit
          PERFORM Request-Supervisor-Approval
          IF WS-Approval-Denied
             DISPLAY "Traslado no autorizado."
             PERFORM Main-Menu
             EXIT PARAGRAPH
          END-IF
       END-IF
       SUBTRACT WS-Transfer-Qty
          FROM Loc-Qty-List(WS-Product-Index, WS-Loc-From)
       ADD WS-Transfer-Qty
          TO Loc-Qty-List(WS-Product-Index, WS-Loc-To)
       PERFORM Rewrite-Product-Master
       IF WS-Record-Stale
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF

       MOVE ID-List(WS-Product-Index) TO WS-Mov-Product-ID
       MOVE 'T' TO WS-Mov-Type
       MOVE "TRASLADO" TO WS-Mov-Reason
       MOVE ID-List(WS-Product-Index) TO WS-Lot-Product-ID
       MOVE WS-Loc-From TO WS-Lot-Location
       MOVE WS-Transfer-Qty TO WS-Lot-Draw-Qty
       PERFORM Draw-Down-Lots
       SET WS-Lot-Outbound TO TRUE
       MOVE Quantity-List(WS-Product-Index) TO WS-Lot-Balance
       PERFORM Write-Lot-Movements
       MOVE WS-Loc-To TO WS-Lot-Location
       PERFORM Put-Lots-To-Location
       SET WS-Lot-Inbound TO TRUE
       PERFORM Write-Lot-Movements

       MOVE ID-List(WS-Product-Index) TO WS-Audit-Product-ID
       MOVE "TRASLADO" TO WS-Audit-Action
       MOVE SPACES TO WS-Audit-Before
       STRING "Origen=" WS-Loc-From " Destino=" WS-Loc-To
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE WS-Transfer-Qty TO WS-Audit-Qty-Display
       MOVE SPACES TO WS-Audit-After
       STRING "Cantidad=" WS-Audit-Qty-Display
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       DISPLAY "Traslado registrado con éxito."

       PERFORM Main-Menu.

       Discontinue-Product.
       DISPLAY "Baja de producto:"
       PERFORM Accept-Product-Key
       SET WS-Not-Found TO TRUE
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
           IF ID-List(I) = ID-Temp AND Entry-Active(I)
              SET WS-Found TO TRUE
              MOVE I TO WS-Product-Index
              PERFORM Take-Product-Snapshot
              MOVE 'I' TO Active-List(I)
              PERFORM Rewrite-Product-Master
              IF WS-Record-Current
                 DISPLAY "Producto dado de baja con éxito."

                 MOVE ID-List(I) TO WS-Audit-Product-ID
                 MOVE "BAJA" TO WS-Audit-Action
                 MOVE "Activo=A" TO WS-Audit-Before
                 MOVE "Activo=I" TO WS-Audit-After
                 PERFORM Write-Audit-Log
              END-IF
           END-IF
       END-PERFORM
       IF WS-Not-Found
          DISPLAY "Producto no encontrado o ya está dado de baja."
       END-IF

       PERFORM Main-Menu.

       Reorder-Report.
       DISPLAY "Productos por reordenar:"
       PERFORM Explode-Kit-Demand
       SET WS-Not-Found TO TRUE
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
           COMPUTE WS-Kit-Projected = Quantity-List(I) - Kit-Demand(I)
           IF Entry-Active(I) AND WS-Kit-Projected < Reorder-List(I)
              SET WS-Found TO TRUE
              DISPLAY "ID: " ID-List(I) "  Nombre: " Name-List(I)
              DISPLAY "  Stock actual: " Quantity-List(I)
                 "  Punto de reorden: " Reorder-List(I)
              DISPLAY "  Dep.1: " Loc-Qty-List(I, 1)
                 "  Dep.2: " Loc-Qty-List(I, 2)
              IF Kit-Demand(I) > 0
                 MOVE Kit-Demand(I) TO WS-Kit-Qty-Display
                 DISPLAY "  Demanda por armado de kits: "
                    WS-Kit-Qty-Display
              END-IF
              MOVE Supplier-List(I) TO WS-Supplier-Temp
              PERFORM Find-Supplier
              IF Kit-Parent-Flag(I) = 'Y'
                 DISPLAY "  Kit: se arma con sus componentes."
              ELSE
                 IF WS-Sup-Found
                    MOVE Cost-List(I) TO WS-Cost-Display
                    DISPLAY "  Proveedor: "
                       Sup-Name-List(WS-Supplier-Index)
                       "  Último costo: " WS-Cost-Display
                 ELSE
                    DISPLAY "  Proveedor: (sin asignar)"
                 END-IF
              END-IF
           END-IF
       END-PERFORM
       IF WS-Not-Found
          DISPLAY "No hay productos por reordenar."
       END-IF

       PERFORM Main-Menu.

       Suggested-PO-Report.
       DISPLAY "Generación de órdenes de compra sugeridas:"
       PERFORM Open-PO-File
       IF WS-PO-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de órdenes."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT PO-WORKSHEET
       IF WS-POR-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de hoja de órdenes."
          CLOSE PURCHASE-ORDER-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       PERFORM Find-Highest-PO-Number
       MOVE 0 TO WS-PO-Grand-Total
       PERFORM Explode-Kit-Demand
       SET WS-Not-Found TO TRUE
       PERFORM Write-PO-Header
       PERFORM VARYING K FROM 0 BY 1 UNTIL K > Supplier-Count
          PERFORM Build-Supplier-PO
       END-PERFORM
       MOVE SPACES TO PO-PRINT-LINE
       WRITE PO-PRINT-LINE
       MOVE WS-PO-Grand-Total TO WS-POT-Value
       MOVE WS-Home-Currency TO WS-POT-Currency
       MOVE WS-PO-Total-Line TO PO-PRINT-LINE
       WRITE PO-PRINT-LINE
       CLOSE PURCHASE-ORDER-FILE
       CLOSE PO-WORKSHEET
       IF WS-Not-Found
          DISPLAY "No hay productos por reordenar."
       ELSE
          DISPLAY "Órdenes sugeridas generadas en POFILE y PORPT."
       END-IF

       PERFORM Main-Menu.

       Build-Supplier-PO.
       IF K = 0
          MOVE 0 TO WS-PO-Supplier
       ELSE
          IF Sup-Entry-Inactive(K)
             EXIT PARAGRAPH
          END-IF
          MOVE Sup-ID-List(K) TO WS-PO-Supplier
       END-IF
       MOVE 0 TO WS-PO-Subtotal
       SET WS-PO-Not-Open TO TRUE
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
          SET WS-PO-Not-Member TO TRUE
          COMPUTE WS-Kit-Projected = Quantity-List(I) - Kit-Demand(I)
          IF Entry-Active(I) AND WS-Kit-Projected < Reorder-List(I)
                AND Kit-Parent-Flag(I) NOT = 'Y'
             IF K = 0
                PERFORM Check-PO-Supplier
                IF WS-Sup-Not-Found
                   SET WS-PO-Member TO TRUE
                END-IF
             ELSE
                IF Supplier-List(I) = WS-PO-Supplier
                   SET WS-PO-Member TO TRUE
                END-IF
             END-IF
          END-IF
          IF WS-PO-Member
             PERFORM Sum-Outstanding-PO-Qty
             COMPUTE WS-PO-Net-Qty =
                Reorder-List(I) - WS-Kit-Projected + 1
             IF Order-Qty-List(I) > WS-PO-Net-Qty
                MOVE Order-Qty-List(I) TO WS-PO-Net-Qty
             END-IF
             SUBTRACT WS-PO-Outstanding FROM WS-PO-Net-Qty
             IF WS-PO-Net-Qty <= 0
                SET WS-PO-Not-Member TO TRUE
             END-IF
          END-IF
          IF WS-PO-Member
             SET WS-Found TO TRUE
             IF WS-PO-Not-Open
                SET WS-PO-Open TO TRUE
                ADD 1 TO WS-PO-Number
                PERFORM Write-PO-Supplier-Line
             END-IF
             MOVE WS-PO-Net-Qty TO WS-PO-Qty
             COMPUTE WS-PO-Line-Cost = WS-PO-Qty * Cost-List(I)
             ADD WS-PO-Line-Cost TO WS-PO-Subtotal
             MOVE WS-PO-Number TO PO-NUMBER
             MOVE WS-PO-Supplier TO PO-SUPPLIER-ID
             MOVE ID-List(I) TO PO-PRODUCT-ID
             MOVE WS-PO-Qty TO PO-QUANTITY
             MOVE Cost-List(I) TO PO-UNIT-COST
             MOVE WS-PO-Line-Cost TO PO-LINE-COST
             MOVE 0 TO PO-RECEIVED-QTY
             MOVE 0 TO PO-INVOICED-QTY
             SET PO-Line-Open TO TRUE
             MOVE WS-Operator-ID TO PO-OPERATOR
             WRITE PO-RECORD
                INVALID KEY
                   DISPLAY "Error al grabar la orden " WS-PO-Number
             END-WRITE
             IF WS-Report-Line-Count >= WS-Lines-Per-Page
                PERFORM Write-PO-Header
             END-IF
             MOVE ID-List(I) TO WS-POD-ID
             MOVE Name-List(I) TO WS-POD-Name
             MOVE WS-PO-Qty TO WS-POD-Qty
             MOVE Cost-List(I) TO WS-POD-Cost
             MOVE WS-PO-Line-Cost TO WS-POD-Total
             MOVE WS-PO-Detail TO PO-PRINT-LINE
             WRITE PO-PRINT-LINE
             ADD 1 TO WS-Report-Line-Count
          END-IF
       END-PERFORM
       IF WS-PO-Open
          MOVE WS-PO-Subtotal TO WS-POS-Subtotal
          MOVE WS-PO-Subtotal-Line TO PO-PRINT-LINE
          WRITE PO-PRINT-LINE
          ADD 1 TO WS-Report-Line-Count
          IF K = 0
             MOVE WS-Home-Currency TO WS-Rate-Currency
          ELSE
             MOVE Sup-Currency-List(K) TO WS-Rate-Currency
          END-IF
          PERFORM Find-Current-Rate
          IF WS-Rate-Found
             COMPUTE WS-PO-Grand-Total = WS-PO-Grand-Total
                   + WS-PO-Subtotal * WS-Rate-Value
          ELSE
             ADD WS-PO-Subtotal TO WS-PO-Grand-Total
             MOVE WS-Rate-Currency TO WS-POW-Currency
             MOVE WS-PO-Warning-Line TO PO-PRINT-LINE
             WRITE PO-PRINT-LINE
             ADD 1 TO WS-Report-Line-Count
          END-IF
          MOVE SPACES TO PO-PRINT-LINE
          WRITE PO-PRINT-LINE
          ADD 1 TO WS-Report-Line-Count
       END-IF.

       Sum-Outstanding-PO-Qty.
       MOVE 0 TO WS-PO-Outstanding
       MOVE 0 TO PO-NUMBER
       MOVE 0 TO PO-PRODUCT-ID
       SET WS-PO-Not-EOF TO TRUE
       START PURCHASE-ORDER-FILE KEY >= PO-KEY
          INVALID KEY
             SET WS-PO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-PO-EOF
          READ PURCHASE-ORDER-FILE NEXT RECORD
             AT END
                SET WS-PO-EOF TO TRUE
             NOT AT END
                IF PO-PRODUCT-ID = ID-List(I)
                      AND NOT PO-Line-Closed
                      AND PO-QUANTITY > PO-RECEIVED-QTY
                   COMPUTE WS-PO-Outstanding = WS-PO-Outstanding
                         + PO-QUANTITY - PO-RECEIVED-QTY
                END-IF
          END-READ
       END-PERFORM.

       Check-PO-Supplier.
       SET WS-Sup-Not-Found TO TRUE
       PERFORM VARYING M FROM 1 BY 1
             UNTIL M > Supplier-Count OR WS-Sup-Found
          IF Sup-ID-List(M) = Supplier-List(I)
                AND Sup-Entry-Active(M)
             SET WS-Sup-Found TO TRUE
          END-IF
       END-PERFORM.

       Write-PO-Supplier-Line.
       IF WS-Report-Line-Count >= WS-Lines-Per-Page
          PERFORM Write-PO-Header
       END-IF
       MOVE WS-PO-Number TO WS-POS-Number
       MOVE WS-PO-Supplier TO WS-POS-Supplier
       IF K = 0
          MOVE "(sin asignar)" TO WS-POS-Name
          MOVE SPACES TO WS-POS-Currency
       ELSE
          MOVE Sup-Name-List(K) TO WS-POS-Name
          MOVE Sup-Currency-List(K) TO WS-POS-Currency
       END-IF
       MOVE WS-PO-Supplier-Line TO PO-PRINT-LINE
       WRITE PO-PRINT-LINE
       ADD 1 TO WS-Report-Line-Count.

       Write-PO-Header.
       IF WS-Page-Number > 0
          MOVE SPACES TO PO-PRINT-LINE
          WRITE PO-PRINT-LINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE WS-Page-Number TO WS-POH-Page
       MOVE WS-PO-Header-1 TO PO-PRINT-LINE
       WRITE PO-PRINT-LINE
       MOVE WS-PO-Header-2 TO PO-PRINT-LINE
       WRITE PO-PRINT-LINE
       MOVE ALL "-" TO PO-PRINT-LINE
       WRITE PO-PRINT-LINE.

       Open-PO-File.
       OPEN I-O PURCHASE-ORDER-FILE
       IF WS-PO-STATUS = "35"
          OPEN OUTPUT PURCHASE-ORDER-FILE
          CLOSE PURCHASE-ORDER-FILE
          OPEN I-O PURCHASE-ORDER-FILE
       END-IF.

       Find-Highest-PO-Number.
       MOVE 0 TO WS-PO-Number
       MOVE 0 TO PO-NUMBER
       MOVE 0 TO PO-PRODUCT-ID
       SET WS-PO-Not-EOF TO TRUE
       START PURCHASE-ORDER-FILE KEY >= PO-KEY
          INVALID KEY
             SET WS-PO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-PO-EOF
          READ PURCHASE-ORDER-FILE NEXT RECORD
             AT END
                SET WS-PO-EOF TO TRUE
             NOT AT END
                IF PO-NUMBER > WS-PO-Number
                   MOVE PO-NUMBER TO WS-PO-Number
                END-IF
          END-READ
       END-PERFORM.

       Load-Rate-List.
       OPEN INPUT RATE-FILE
       IF WS-RF-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
           READ RATE-FILE NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 IF Rate-Count < WS-Max-Rates
                    ADD 1 TO Rate-Count
                    MOVE RT-CURRENCY
                       TO Rate-Currency-List(Rate-Count)
                    MOVE RT-EFFECTIVE-DATE
                       TO Rate-Date-List(Rate-Count)
                    MOVE RT-RATE TO Rate-Value-List(Rate-Count)
                 END-IF
           END-READ
       END-PERFORM
       CLOSE RATE-FILE.

       Find-Current-Rate.
       SET WS-Rate-Not-Found TO TRUE
       MOVE 0 TO WS-Rate-Value
       IF WS-Rate-Currency = WS-Home-Currency
             OR WS-Rate-Currency = SPACES
          SET WS-Rate-Found TO TRUE
          MOVE 1 TO WS-Rate-Value
          EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-Timestamp-Work
       MOVE WS-Timestamp-Work(1:8) TO WS-Today-Date
       MOVE 0 TO WS-Rate-Best-Date
       PERFORM VARYING L FROM 1 BY 1 UNTIL L > Rate-Count
          IF Rate-Currency-List(L) = WS-Rate-Currency
                AND Rate-Date-List(L) <= WS-Today-Date
                AND Rate-Date-List(L) >= WS-Rate-Best-Date
             SET WS-Rate-Found TO TRUE
             MOVE Rate-Date-List(L) TO WS-Rate-Best-Date
             MOVE Rate-Value-List(L) TO WS-Rate-Value
          END-IF
       END-PERFORM.

       Rate-Menu.
       DISPLAY "Mantenimiento de tipos de cambio:"
       DISPLAY "1. Listar tipos de cambio"
       DISPLAY "2. Registrar tipo de cambio"
       DISPLAY "3. Volver al menú principal"
       ACCEPT Choice
       EVALUATE Choice
          WHEN '1'
             PERFORM List-Rates
          WHEN '2'
             PERFORM Register-Rate
          WHEN '3'
             PERFORM Main-Menu
          WHEN OTHER
             DISPLAY "Opción no válida. Inténtelo de nuevo."
             PERFORM Rate-Menu
       END-EVALUATE.

       List-Rates.
       IF Rate-Count = 0
          DISPLAY "No hay tipos de cambio registrados."
       ELSE
          DISPLAY "Moneda  Vigencia  Tipo de cambio"
          PERFORM VARYING L FROM 1 BY 1 UNTIL L > Rate-Count
             MOVE Rate-Value-List(L) TO WS-Rate-Display
             DISPLAY Rate-Currency-List(L) "     "
                   Rate-Date-List(L) "  " WS-Rate-Display
          END-PERFORM
       END-IF

       PERFORM Main-Menu.

       Register-Rate.
       DISPLAY "Registro de tipo de cambio:"
       IF Rate-Count >= WS-Max-Rates
          DISPLAY "Tabla de tipos de cambio llena."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Ingrese la moneda (3 letras):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line(1:3) = SPACES
          DISPLAY "Moneda inválida."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION UPPER-CASE(WS-Input-Line(1:3))
          TO WS-Rate-Currency
       IF WS-Rate-Currency = WS-Home-Currency
          DISPLAY "La moneda local no necesita tipo de cambio."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese la fecha de vigencia "
                "(AAAAMMDD, vacío = hoy):"
          ACCEPT WS-Input-Line
          IF WS-Input-Line = SPACES
             MOVE FUNCTION CURRENT-DATE TO WS-Timestamp-Work
             MOVE WS-Timestamp-Work(1:8) TO WS-Rate-Date-In
             SET WS-Valid TO TRUE
          ELSE
             IF WS-Input-Line(1:8) IS NUMERIC
                MOVE WS-Input-Line(1:8) TO WS-Rate-Date-In
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          END-IF
       END-PERFORM
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese el tipo de cambio a moneda local:"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result > 0 AND
                   WS-Numval-Result <= 99999.9999
                MOVE WS-Numval-Result TO WS-Rate-Value
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       OPEN EXTEND RATE-FILE
       IF WS-RF-STATUS NOT = "00"
          OPEN OUTPUT RATE-FILE
          IF WS-RF-STATUS NOT = "00"
             DISPLAY "Error al abrir el archivo de tipos de cambio."
             PERFORM Main-Menu
             EXIT PARAGRAPH
          END-IF
       END-IF
       MOVE WS-Rate-Currency TO RT-CURRENCY
       MOVE WS-Rate-Date-In TO RT-EFFECTIVE-DATE
       MOVE WS-Rate-Value TO RT-RATE
       WRITE RT-RECORD
       CLOSE RATE-FILE
       ADD 1 TO Rate-Count
       MOVE WS-Rate-Currency TO Rate-Currency-List(Rate-Count)
       MOVE WS-Rate-Date-In TO Rate-Date-List(Rate-Count)
       MOVE WS-Rate-Value TO Rate-Value-List(Rate-Count)
       DISPLAY "Tipo de cambio registrado con éxito."

       MOVE 0 TO WS-Audit-Product-ID
       MOVE "CAMBIO" TO WS-Audit-Action
       MOVE SPACES TO WS-Audit-Before
       MOVE WS-Rate-Value TO WS-Rate-Display
       MOVE SPACES TO WS-Audit-After
       STRING "Moneda=" WS-Rate-Currency
          " Vigencia=" WS-Rate-Date-In
          " Tipo=" WS-Rate-Display
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       PERFORM Main-Menu.

       Receive-Goods.
       DISPLAY "Recepción de mercadería:"
       PERFORM Open-PO-File
       IF WS-PO-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de órdenes."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese el número de la orden de compra:"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result > 0 AND WS-Numval-Result <= 99999
                MOVE WS-Numval-Result TO WS-Rcv-PO-Number
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       MOVE 0 TO WS-Rcv-Line-Count
       MOVE WS-Rcv-PO-Number TO PO-NUMBER
       MOVE 0 TO PO-PRODUCT-ID
       SET WS-PO-Not-EOF TO TRUE
       START PURCHASE-ORDER-FILE KEY >= PO-KEY
          INVALID KEY
             SET WS-PO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-PO-EOF
          READ PURCHASE-ORDER-FILE NEXT RECORD
             AT END
                SET WS-PO-EOF TO TRUE
             NOT AT END
                IF PO-NUMBER NOT = WS-Rcv-PO-Number
                   SET WS-PO-EOF TO TRUE
                ELSE
                   ADD 1 TO WS-Rcv-Line-Count
                   PERFORM Receive-PO-Line
                END-IF
          END-READ
       END-PERFORM
       CLOSE PURCHASE-ORDER-FILE
       IF WS-Rcv-Line-Count = 0
          DISPLAY "Orden de compra no encontrada."
       ELSE
          DISPLAY "Recepción de la orden " WS-Rcv-PO-Number
                " terminada."
       END-IF

       PERFORM Main-Menu.

       Receive-PO-Line.
       IF PO-Line-Closed
          DISPLAY "Línea " PO-PRODUCT-ID " ya está cerrada."
          EXIT PARAGRAPH
       END-IF
       MOVE PO-PRODUCT-ID TO ID-Temp
       PERFORM Find-Product
       IF WS-Not-Found
          DISPLAY "Producto " PO-PRODUCT-ID
                " no encontrado o inactivo. Línea omitida."
          EXIT PARAGRAPH
       END-IF
       PERFORM Take-Product-Snapshot
       COMPUTE WS-Rcv-Pending = PO-QUANTITY - PO-RECEIVED-QTY
       MOVE WS-Rcv-Pending TO WS-Rcv-Pending-Display
       DISPLAY "Producto: " Name-List(WS-Product-Index)
       DISPLAY "  Pedido: " PO-QUANTITY
             "  Recibido: " PO-RECEIVED-QTY
             "  Pendiente: " WS-Rcv-Pending-Display
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese la cantidad recibida (0 = omitir):"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result >= 0 AND WS-Numval-Result <= 99999
                MOVE WS-Numval-Result TO WS-Rcv-Qty
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       IF WS-Rcv-Qty = 0
          EXIT PARAGRAPH
       END-IF
       PERFORM Accept-Location
       DISPLAY "Ingrese el lote del proveedor (vacío = sin lote):"
       ACCEPT WS-Lot-Number
       MOVE 99999999 TO WS-Lot-Expiry
       IF WS-Lot-Number NOT = SPACES
          PERFORM Accept-Lot-Expiry
       END-IF
       MOVE Quantity-List(WS-Product-Index) TO WS-Old-Stock
       ADD WS-Rcv-Qty TO Quantity-List(WS-Product-Index)
       ADD WS-Rcv-Qty
          TO Loc-Qty-List(WS-Product-Index, WS-Location)
       MOVE WS-Old-Stock TO WS-Avg-Old-Qty
       MOVE WS-Rcv-Qty TO WS-Avg-Rcv-Qty
       MOVE PO-UNIT-COST TO WS-Avg-Unit-Cost
       PERFORM Update-Average-Cost
       MOVE PO-UNIT-COST TO Cost-List(WS-Product-Index)
       PERFORM Rewrite-Product-Master
       IF WS-Record-Stale
          DISPLAY "Recepción no aplicada; reintente la línea."
          EXIT PARAGRAPH
       END-IF
       IF WS-Lot-Number NOT = SPACES
          MOVE ID-List(WS-Product-Index) TO WS-Lot-Product-ID
          MOVE WS-Location TO WS-Lot-Location
          MOVE WS-Rcv-Qty TO WS-Lot-Draw-Qty
          PERFORM Receive-Into-Lot
       END-IF
       MOVE SPACES TO WS-Rcv-Reason
       STRING "OC" WS-Rcv-PO-Number DELIMITED BY SIZE
          INTO WS-Rcv-Reason
       MOVE ID-List(WS-Product-Index) TO WS-Mov-Product-ID
       MOVE 'R' TO WS-Mov-Type
       MOVE WS-Rcv-Qty TO WS-Mov-Qty-In
       MOVE 0 TO WS-Mov-Qty-Out
       MOVE WS-Rcv-Reason TO WS-Mov-Reason
       MOVE Quantity-List(WS-Product-Index) TO WS-Mov-Balance
       MOVE WS-Location TO WS-Mov-Location
       MOVE WS-Lot-Number TO WS-Mov-Lot
       PERFORM Write-Stock-Movement

       MOVE ID-List(WS-Product-Index) TO WS-Audit-Product-ID
       MOVE "RECEPCION" TO WS-Audit-Action
       MOVE WS-Old-Stock TO WS-Audit-Qty-Display
       STRING "Stock=" WS-Audit-Qty-Display
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE Quantity-List(WS-Product-Index) TO WS-Audit-Qty-Display
       STRING "Stock=" WS-Audit-Qty-Display " Motivo=" WS-Rcv-Reason
          " Lote=" WS-Lot-Number " Vence=" WS-Lot-Expiry
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       MOVE ID-List(WS-Product-Index) TO WS-Realloc-ID
       PERFORM Reallocate-Backorders

       ADD WS-Rcv-Qty TO PO-RECEIVED-QTY
       COMPUTE WS-Rcv-Pending = PO-QUANTITY - PO-RECEIVED-QTY
       EVALUATE TRUE
          WHEN WS-Rcv-Pending > 0
             SET PO-Line-Partial TO TRUE
             MOVE WS-Rcv-Pending TO WS-Rcv-Pending-Display
             DISPLAY "RECEPCION CORTA: quedan pendientes "
                   WS-Rcv-Pending-Display " unidades."
          WHEN WS-Rcv-Pending < 0
             SET PO-Line-Closed TO TRUE
             COMPUTE WS-Rcv-Pending =
                PO-RECEIVED-QTY - PO-QUANTITY
             MOVE WS-Rcv-Pending TO WS-Rcv-Pending-Display
             DISPLAY "SOBRE-RECEPCION: exceso de "
                   WS-Rcv-Pending-Display " unidades. Línea cerrada."
          WHEN OTHER
             SET PO-Line-Closed TO TRUE
             DISPLAY "Línea recibida completa. Cerrada."
       END-EVALUATE
       REWRITE PO-RECORD
          INVALID KEY
             DISPLAY "Error al actualizar la orden de compra."
       END-REWRITE.

       Order-Menu.
       DISPLAY "Pedidos de clientes:"
       DISPLAY "1. Registrar pedido"
       DISPLAY "2. Despachar pedido"
       DISPLAY "3. Informe de pedidos abiertos y backorders"
       DISPLAY "4. Liberar pedido retenido por crédito"
       DISPLAY "5. Volver al menú principal"
       ACCEPT Choice
       EVALUATE Choice
          WHEN '1'
             PERFORM Register-Order
          WHEN '2'
             PERFORM Ship-Order
          WHEN '3'
             PERFORM Open-Orders-Report
          WHEN '4'
             PERFORM Release-Held-Order
          WHEN '5'
             PERFORM Main-Menu
          WHEN OTHER
             DISPLAY "Opción no válida. Inténtelo de nuevo."
             PERFORM Order-Menu
       END-EVALUATE.

       Open-Order-File.
       OPEN I-O CUSTOMER-ORDER-FILE
       IF WS-SO-STATUS = "35"
          OPEN OUTPUT CUSTOMER-ORDER-FILE
          CLOSE CUSTOMER-ORDER-FILE
          OPEN I-O CUSTOMER-ORDER-FILE
       END-IF.

       Find-Highest-Order-Number.
       MOVE 0 TO WS-Ord-Number
       MOVE 0 TO SO-NUMBER
       MOVE 0 TO SO-PRODUCT-ID
       SET WS-SO-Not-EOF TO TRUE
       START CUSTOMER-ORDER-FILE KEY >= SO-KEY
          INVALID KEY
             SET WS-SO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-SO-EOF
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-SO-EOF TO TRUE
             NOT AT END
                IF SO-NUMBER > WS-Ord-Number
                   MOVE SO-NUMBER TO WS-Ord-Number
                END-IF
          END-READ
       END-PERFORM.

       Load-Allocations.
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-Max-Products
          MOVE 0 TO Alloc-Qty(I)
       END-PERFORM
       OPEN INPUT CUSTOMER-ORDER-FILE
       IF WS-SO-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       SET WS-SO-Not-EOF TO TRUE
       PERFORM UNTIL WS-SO-EOF
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-SO-EOF TO TRUE
             NOT AT END
                IF SO-ALLOCATED-QTY > 0 AND NOT SO-Line-Shipped
                   MOVE SO-PRODUCT-ID TO ID-Temp
                   PERFORM Find-Product-Any
                   IF WS-Found
                      ADD SO-ALLOCATED-QTY
                         TO Alloc-Qty(WS-Product-Index)
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE CUSTOMER-ORDER-FILE.

       Register-Order.
       DISPLAY "Registro de pedido de cliente:"
       PERFORM Open-Order-File
       IF WS-SO-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de pedidos."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Ingrese el número de cliente:"
       ACCEPT WS-Customer-Temp
       PERFORM Find-Customer
       IF WS-Cus-Not-Found
          DISPLAY "Cliente no encontrado o dado de baja."
          CLOSE CUSTOMER-ORDER-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE Cus-ID-List(WS-Customer-Index) TO WS-Ord-Customer-ID
       MOVE Cus-Name-List(WS-Customer-Index) TO WS-Ord-Customer
       DISPLAY "Cliente: " WS-Ord-Customer
       IF Cus-Entry-Hold(WS-Customer-Index)
          DISPLAY "Aviso: cliente con bloqueo de crédito."
       END-IF
       PERFORM Find-Highest-Order-Number
       ADD 1 TO WS-Ord-Number
       MOVE 0 TO WS-Ord-Line-Count
       SET WS-Ord-Not-End TO TRUE
       PERFORM UNTIL WS-Ord-End
          DISPLAY "Línea del pedido (0 = terminar):"
          PERFORM Accept-Product-Key
          IF WS-Key-Input = SPACES OR WS-Key-Input = "0"
             SET WS-Ord-End TO TRUE
          ELSE
             IF ID-Temp = 0
                DISPLAY "Producto no encontrado o inactivo."
             ELSE
                PERFORM Find-Product
                IF WS-Not-Found
                   DISPLAY "Producto no encontrado o inactivo."
                ELSE
                   PERFORM Register-Order-Line
                END-IF
             END-IF
          END-IF
       END-PERFORM
       SET WS-Ord-Credit-OK TO TRUE
       IF WS-Ord-Line-Count > 0
          PERFORM Check-Customer-Credit
       END-IF
       CLOSE CUSTOMER-ORDER-FILE
       EVALUATE TRUE
          WHEN WS-Ord-Line-Count = 0
             DISPLAY "Pedido sin líneas; no se grabó."
          WHEN WS-Ord-Credit-Refused
             DISPLAY "Pedido " WS-Ord-Number
                   " rechazado por crédito; no se grabó."
          WHEN WS-Ord-Credit-Held
             DISPLAY "Pedido " WS-Ord-Number " registrado con "
                   WS-Ord-Line-Count " líneas, RETENIDO hasta "
                   "la liberación del supervisor."
          WHEN OTHER
             DISPLAY "Pedido " WS-Ord-Number " registrado con "
                   WS-Ord-Line-Count " líneas."
       END-EVALUATE

       PERFORM Main-Menu.

       Register-Order-Line.
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese la cantidad pedida:"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result > 0 AND WS-Numval-Result <= 99999
                MOVE WS-Numval-Result TO WS-Ord-Qty
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       PERFORM Refresh-Product-Allocation
       COMPUTE WS-Ord-Available = Quantity-List(WS-Product-Index)
             - Alloc-Qty(WS-Product-Index)
       IF WS-Ord-Available < 0
          MOVE 0 TO WS-Ord-Available
       END-IF
       IF WS-Ord-Available < WS-Ord-Qty
          MOVE WS-Ord-Available TO WS-Ord-Alloc
       ELSE
          MOVE WS-Ord-Qty TO WS-Ord-Alloc
       END-IF
       MOVE WS-Ord-Number TO SO-NUMBER
       MOVE ID-List(WS-Product-Index) TO SO-PRODUCT-ID
       MOVE WS-Ord-Customer-ID TO SO-CUSTOMER-ID
       MOVE WS-Ord-Customer TO SO-CUSTOMER
       MOVE WS-Ord-Qty TO SO-QUANTITY
       MOVE WS-Ord-Alloc TO SO-ALLOCATED-QTY
       MOVE 0 TO SO-SHIPPED-QTY
       MOVE 0 TO SO-RETURNED-QTY
       IF WS-Ord-Alloc < WS-Ord-Qty
          SET SO-Line-Backorder TO TRUE
       ELSE
          SET SO-Line-Allocated TO TRUE
       END-IF
       WRITE SO-RECORD
          INVALID KEY
             DISPLAY "El producto ya está en el pedido."
             EXIT PARAGRAPH
       END-WRITE
       ADD WS-Ord-Alloc TO Alloc-Qty(WS-Product-Index)
       ADD 1 TO WS-Ord-Line-Count
       IF SO-Line-Backorder
          COMPUTE WS-Ord-Pending = WS-Ord-Qty - WS-Ord-Alloc
          MOVE WS-Ord-Pending TO WS-Ord-Pending-Display
          DISPLAY "Stock insuficiente: quedan "
                WS-Ord-Pending-Display " unidades en backorder."
       ELSE
          DISPLAY "Línea asignada completa."
       END-IF.

       Check-Customer-Credit.
       MOVE 0 TO WS-Ord-Open-Value
       MOVE 0 TO WS-Ord-New-Value
       MOVE 0 TO SO-NUMBER
       MOVE 0 TO SO-PRODUCT-ID
       SET WS-SO-Not-EOF TO TRUE
       START CUSTOMER-ORDER-FILE KEY >= SO-KEY
          INVALID KEY
             SET WS-SO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-SO-EOF
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-SO-EOF TO TRUE
             NOT AT END
                IF SO-CUSTOMER-ID = WS-Ord-Customer-ID
                      AND NOT SO-Line-Shipped
                   MOVE SO-PRODUCT-ID TO ID-Temp
                   PERFORM Find-Product-Any
                   IF WS-Found
                      COMPUTE WS-Ord-Exposure =
                            ( SO-QUANTITY - SO-SHIPPED-QTY )
                            * Price-List(WS-Product-Index)
                      IF SO-NUMBER = WS-Ord-Number
                         ADD WS-Ord-Exposure TO WS-Ord-New-Value
                      ELSE
                         ADD WS-Ord-Exposure TO WS-Ord-Open-Value
                      END-IF
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       COMPUTE WS-Ord-Exposure = WS-Ord-Open-Value + WS-Ord-New-Value
       MOVE WS-Ord-Open-Value TO WS-Ord-Value-Display
       DISPLAY "Pedidos abiertos del cliente: " WS-Ord-Value-Display
       MOVE WS-Ord-New-Value TO WS-Ord-Value-Display
       DISPLAY "Valor de este pedido:         " WS-Ord-Value-Display
       MOVE Cus-Limit-List(WS-Customer-Index) TO WS-Cus-Limit-Display
       DISPLAY "Límite de crédito:            " WS-Cus-Limit-Display
       IF Cus-Entry-Active(WS-Customer-Index)
             AND ( Cus-Limit-List(WS-Customer-Index) = 0
             OR WS-Ord-Exposure <= Cus-Limit-List(WS-Customer-Index) )
          EXIT PARAGRAPH
       END-IF
       IF Cus-Entry-Hold(WS-Customer-Index)
          DISPLAY "El cliente tiene bloqueo de crédito."
       ELSE
          DISPLAY "El pedido excede el límite de crédito."
       END-IF
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "R = rechazar el pedido, S = retener para "
                "liberación del supervisor:"
          ACCEPT Choice
          EVALUATE Choice
             WHEN 'R'
             WHEN 'r'
                SET WS-Ord-Credit-Refused TO TRUE
                SET WS-Valid TO TRUE
             WHEN 'S'
             WHEN 's'
                SET WS-Ord-Credit-Held TO TRUE
                SET WS-Valid TO TRUE
             WHEN OTHER
                DISPLAY "Opción no válida. Inténtelo de nuevo."
          END-EVALUATE
       END-PERFORM
       MOVE WS-Ord-Number TO SO-NUMBER
       MOVE 0 TO SO-PRODUCT-ID
       SET WS-SO-Not-EOF TO TRUE
       START CUSTOMER-ORDER-FILE KEY >= SO-KEY
          INVALID KEY
             SET WS-SO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-SO-EOF
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-SO-EOF TO TRUE
             NOT AT END
                IF SO-NUMBER NOT = WS-Ord-Number
                   SET WS-SO-EOF TO TRUE
                ELSE
                   PERFORM Hold-Order-Line
                END-IF
          END-READ
       END-PERFORM

       MOVE WS-Ord-Customer-ID TO WS-Audit-Product-ID
       IF WS-Ord-Credit-Held
          MOVE "RETEN-PED" TO WS-Audit-Action
       ELSE
          MOVE "RECHAZ-PED" TO WS-Audit-Action
       END-IF
       MOVE SPACES TO WS-Audit-Before
       MOVE WS-Ord-Open-Value TO WS-Ord-Value-Display
       STRING "Pedido=" WS-Ord-Number " Abierto=" WS-Ord-Value-Display
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE SPACES TO WS-Audit-After
       MOVE WS-Ord-New-Value TO WS-Ord-Value-Display
       STRING "Valor=" WS-Ord-Value-Display
          " Limite=" WS-Cus-Limit-Display
          " Estado=" Cus-Status-List(WS-Customer-Index)
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log.

       Hold-Order-Line.
       MOVE SO-PRODUCT-ID TO ID-Temp
       PERFORM Find-Product-Any
       IF WS-Found
          IF Alloc-Qty(WS-Product-Index) > SO-ALLOCATED-QTY
             SUBTRACT SO-ALLOCATED-QTY
                FROM Alloc-Qty(WS-Product-Index)
          ELSE
             MOVE 0 TO Alloc-Qty(WS-Product-Index)
          END-IF
       END-IF
       IF WS-Ord-Credit-Refused
          DELETE CUSTOMER-ORDER-FILE RECORD
             INVALID KEY
                DISPLAY "Error al anular la línea " SO-PRODUCT-ID
          END-DELETE
       ELSE
          MOVE 0 TO SO-ALLOCATED-QTY
          SET SO-Line-Held TO TRUE
          REWRITE SO-RECORD
             INVALID KEY
                DISPLAY "Error al actualizar el pedido."
          END-REWRITE
       END-IF.

       Release-Held-Order.
       DISPLAY "Liberación de pedido retenido:"
       PERFORM Request-Supervisor-Approval
       IF WS-Approval-Denied
          DISPLAY "Liberación no autorizada. El pedido sigue retenido."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Open-Order-File
       IF WS-SO-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de pedidos."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Ingrese el número de pedido:"
       ACCEPT WS-Ord-Number
       MOVE 0 TO WS-Ord-Line-Count
       MOVE 0 TO WS-Ord-New-Value
       MOVE WS-Ord-Number TO SO-NUMBER
       MOVE 0 TO SO-PRODUCT-ID
       SET WS-SO-Not-EOF TO TRUE
       START CUSTOMER-ORDER-FILE KEY >= SO-KEY
          INVALID KEY
             SET WS-SO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-SO-EOF
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-SO-EOF TO TRUE
             NOT AT END
                IF SO-NUMBER NOT = WS-Ord-Number
                   SET WS-SO-EOF TO TRUE
                ELSE
                   IF SO-Line-Held
                      PERFORM Release-Order-Line
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE CUSTOMER-ORDER-FILE
       IF WS-Ord-Line-Count = 0
          DISPLAY "El pedido no tiene líneas retenidas."
       ELSE
          DISPLAY "Pedido " WS-Ord-Number ": " WS-Ord-Line-Count
                " líneas liberadas."
          MOVE 0 TO WS-Audit-Product-ID
          MOVE "LIBERA-PED" TO WS-Audit-Action
          MOVE SPACES TO WS-Audit-Before
          STRING "Pedido=" WS-Ord-Number " Cliente="
                WS-Ord-Customer-ID " Estado=H"
             DELIMITED BY SIZE INTO WS-Audit-Before
          MOVE SPACES TO WS-Audit-After
          MOVE WS-Ord-New-Value TO WS-Ord-Value-Display
          STRING "Valor=" WS-Ord-Value-Display " Estado=liberado"
             DELIMITED BY SIZE INTO WS-Audit-After
          PERFORM Write-Audit-Log
       END-IF

       PERFORM Main-Menu.

       Release-Order-Line.
       MOVE SO-CUSTOMER-ID TO WS-Ord-Customer-ID
       MOVE SO-PRODUCT-ID TO ID-Temp
       PERFORM Find-Product
       IF WS-Not-Found
          DISPLAY "Producto " SO-PRODUCT-ID
                " no encontrado o inactivo; línea sigue retenida."
          EXIT PARAGRAPH
       END-IF
       COMPUTE WS-Ord-Available = Quantity-List(WS-Product-Index)
             - Alloc-Qty(WS-Product-Index)
       IF WS-Ord-Available < 0
          MOVE 0 TO WS-Ord-Available
       END-IF
       COMPUTE WS-Ord-Pending = SO-QUANTITY - SO-SHIPPED-QTY
       IF WS-Ord-Available < WS-Ord-Pending
          MOVE WS-Ord-Available TO WS-Ord-Alloc
       ELSE
          MOVE WS-Ord-Pending TO WS-Ord-Alloc
       END-IF
       MOVE WS-Ord-Alloc TO SO-ALLOCATED-QTY
       IF WS-Ord-Alloc < WS-Ord-Pending
          SET SO-Line-Backorder TO TRUE
       ELSE
          SET SO-Line-Allocated TO TRUE
       END-IF
       REWRITE SO-RECORD
          INVALID KEY
             DISPLAY "Error al actualizar el pedido."
             EXIT PARAGRAPH
       END-REWRITE
       ADD WS-Ord-Alloc TO Alloc-Qty(WS-Product-Index)
       ADD 1 TO WS-Ord-Line-Count
       COMPUTE WS-Ord-New-Value = WS-Ord-New-Value
             + WS-Ord-Pending * Price-List(WS-Product-Index)
       DISPLAY "Línea " SO-PRODUCT-ID ": asignadas " WS-Ord-Alloc
             " de " WS-Ord-Pending " unidades.".

       Ship-Order.
       DISPLAY "Despacho de pedido:"
       PERFORM Open-Order-File
       IF WS-SO-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de pedidos."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Open-Invoice-File
       IF WS-IV-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de facturas."
          CLOSE CUSTOMER-ORDER-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Ingrese el número de pedido:"
       ACCEPT WS-Ord-Number
       MOVE 0 TO WS-Ord-Line-Count
       PERFORM Start-Invoice
       MOVE WS-Ord-Number TO SO-NUMBER
       MOVE 0 TO SO-PRODUCT-ID
       SET WS-SO-Not-EOF TO TRUE
       START CUSTOMER-ORDER-FILE KEY >= SO-KEY
          INVALID KEY
             SET WS-SO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-SO-EOF
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-SO-EOF TO TRUE
             NOT AT END
                IF SO-NUMBER NOT = WS-Ord-Number
                   SET WS-SO-EOF TO TRUE
                ELSE
                   ADD 1 TO WS-Ord-Line-Count
                   PERFORM Ship-Order-Line
                END-IF
          END-READ
       END-PERFORM
       CLOSE CUSTOMER-ORDER-FILE
       IF WS-Inv-Line-Count > 0
          PERFORM Write-Invoice-Header
          MOVE WS-Inv-Grand-Total TO WS-Inv-Amount-Display
          DISPLAY "Factura " WS-Inv-Number " emitida por "
                WS-Inv-Amount-Display " (" WS-Inv-Line-Count
                " líneas)."
       END-IF
       CLOSE INVOICE-FILE
       IF WS-Ord-Line-Count = 0
          DISPLAY "Pedido no encontrado."
       ELSE
          DISPLAY "Despacho del pedido " WS-Ord-Number " terminado."
       END-IF

       PERFORM Main-Menu.

       Ship-Order-Line.
       IF SO-Line-Shipped
          DISPLAY "Línea " SO-PRODUCT-ID " ya fue despachada."
          EXIT PARAGRAPH
       END-IF
       IF SO-Line-Held
          DISPLAY "Línea " SO-PRODUCT-ID
                " retenida por crédito; requiere liberación."
          EXIT PARAGRAPH
       END-IF
       IF SO-ALLOCATED-QTY = 0
          DISPLAY "Línea " SO-PRODUCT-ID
                " sin stock asignado; queda en backorder."
          EXIT PARAGRAPH
       END-IF
       MOVE SO-PRODUCT-ID TO ID-Temp
       PERFORM Find-Product
       IF WS-Not-Found
          DISPLAY "Producto " SO-PRODUCT-ID
                " no encontrado o inactivo. Línea omitida."
          EXIT PARAGRAPH
       END-IF
       PERFORM Take-Product-Snapshot
       MOVE SO-ALLOCATED-QTY TO WS-Ord-Alloc
       MOVE SO-ALLOCATED-QTY TO WS-Ord-Ship-Qty
       IF WS-Ord-Ship-Qty > Quantity-List(WS-Product-Index)
          MOVE Quantity-List(WS-Product-Index)
             TO WS-Ord-Ship-Qty
          DISPLAY "Aviso: el stock bajó desde la asignación; "
                "se despachan " WS-Ord-Ship-Qty " unidades."
       END-IF
       IF WS-Ord-Ship-Qty = 0
          IF Alloc-Qty(WS-Product-Index) > WS-Ord-Alloc
             SUBTRACT WS-Ord-Alloc
                FROM Alloc-Qty(WS-Product-Index)
          ELSE
             MOVE 0 TO Alloc-Qty(WS-Product-Index)
          END-IF
          MOVE 0 TO SO-ALLOCATED-QTY
          SET SO-Line-Backorder TO TRUE
          REWRITE SO-RECORD
             INVALID KEY
                DISPLAY "Error al actualizar el pedido."
          END-REWRITE
          DISPLAY "Línea " SO-PRODUCT-ID
                " sin stock disponible; vuelve a backorder."
          EXIT PARAGRAPH
       END-IF
       PERFORM Accept-Location
       MOVE Quantity-List(WS-Product-Index) TO WS-Old-Stock
       SUBTRACT WS-Ord-Ship-Qty
          FROM Quantity-List(WS-Product-Index)
       MOVE 0 TO WS-Loc-Short-Qty
       IF Loc-Qty-List(WS-Product-Index, WS-Location)
             >= WS-Ord-Ship-Qty
          SUBTRACT WS-Ord-Ship-Qty
             FROM Loc-Qty-List(WS-Product-Index, WS-Location)
       ELSE
          COMPUTE WS-Loc-Short-Qty = WS-Ord-Ship-Qty
                - Loc-Qty-List(WS-Product-Index, WS-Location)
          MOVE 0 TO Loc-Qty-List(WS-Product-Index, WS-Location)
          IF WS-Location = 1
             MOVE 2 TO WS-Loc-Index
          ELSE
             MOVE 1 TO WS-Loc-Index
          END-IF
          IF Loc-Qty-List(WS-Product-Index, WS-Loc-Index)
                > WS-Loc-Short-Qty
             SUBTRACT WS-Loc-Short-Qty
                FROM Loc-Qty-List(WS-Product-Index, WS-Loc-Index)
          ELSE
             MOVE 0 TO Loc-Qty-List(WS-Product-Index, WS-Loc-Index)
          END-IF
          DISPLAY "Aviso: " WS-Loc-Short-Qty
                " unidades se tomaron del depósito " WS-Loc-Index
       END-IF
       PERFORM Rewrite-Product-Master
       IF WS-Record-Stale
          DISPLAY "Despacho no aplicado; reintente la línea."
          EXIT PARAGRAPH
       END-IF
       IF Alloc-Qty(WS-Product-Index) > WS-Ord-Alloc
          SUBTRACT WS-Ord-Alloc
             FROM Alloc-Qty(WS-Product-Index)
       ELSE
          MOVE 0 TO Alloc-Qty(WS-Product-Index)
       END-IF
       MOVE SPACES TO WS-Ord-Reason
       STRING "PED" SO-NUMBER DELIMITED BY SIZE
          INTO WS-Ord-Reason
       MOVE ID-List(WS-Product-Index) TO WS-Mov-Product-ID
       MOVE 'I' TO WS-Mov-Type
       MOVE WS-Ord-Reason TO WS-Mov-Reason
       MOVE ID-List(WS-Product-Index) TO WS-Lot-Product-ID
       SET WS-Lot-Outbound TO TRUE
       MOVE WS-Old-Stock TO WS-Lot-Balance
       MOVE WS-Location TO WS-Lot-Location
       COMPUTE WS-Lot-Draw-Qty = WS-Ord-Ship-Qty - WS-Loc-Short-Qty
       IF WS-Lot-Draw-Qty > 0
          PERFORM Draw-Down-Lots
          PERFORM Write-Lot-Movements
       END-IF
       IF WS-Loc-Short-Qty > 0
          MOVE WS-Loc-Index TO WS-Lot-Location
          MOVE WS-Loc-Short-Qty TO WS-Lot-Draw-Qty
          PERFORM Draw-Down-Lots
          PERFORM Write-Lot-Movements
       END-IF

       MOVE ID-List(WS-Product-Index) TO WS-Audit-Product-ID
       MOVE "DESPACHO" TO WS-Audit-Action
       MOVE WS-Old-Stock TO WS-Audit-Qty-Display
       STRING "Stock=" WS-Audit-Qty-Display
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE Quantity-List(WS-Product-Index) TO WS-Audit-Qty-Display
       STRING "Stock=" WS-Audit-Qty-Display " Motivo=" WS-Ord-Reason
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       PERFORM Write-Invoice-Line

       ADD WS-Ord-Ship-Qty TO SO-SHIPPED-QTY
       MOVE 0 TO SO-ALLOCATED-QTY
       IF SO-SHIPPED-QTY >= SO-QUANTITY
          SET SO-Line-Shipped TO TRUE
          DISPLAY "Línea " SO-PRODUCT-ID " despachada completa."
       ELSE
          SET SO-Line-Backorder TO TRUE
          COMPUTE WS-Ord-Pending = SO-QUANTITY - SO-SHIPPED-QTY
          MOVE WS-Ord-Pending TO WS-Ord-Pending-Display
          DISPLAY "Línea " SO-PRODUCT-ID " despacho parcial; "
                "quedan " WS-Ord-Pending-Display " en backorder."
       END-IF
       REWRITE SO-RECORD
          INVALID KEY
             DISPLAY "Error al actualizar el pedido."
       END-REWRITE.

       Open-Invoice-File.
       OPEN I-O INVOICE-FILE
       IF WS-IV-STATUS = "35"
          OPEN OUTPUT INVOICE-FILE
          CLOSE INVOICE-FILE
          OPEN I-O INVOICE-FILE
       END-IF.

       Start-Invoice.
       MOVE 0 TO WS-Inv-Number
       MOVE 0 TO IV-NUMBER
       MOVE 0 TO IV-LINE
       SET WS-Inv-Not-EOF TO TRUE
       START INVOICE-FILE KEY >= IV-KEY
          INVALID KEY
             SET WS-Inv-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Inv-EOF
          READ INVOICE-FILE NEXT RECORD
             AT END
                SET WS-Inv-EOF TO TRUE
             NOT AT END
                IF IV-NUMBER > WS-Inv-Number
                   MOVE IV-NUMBER TO WS-Inv-Number
                END-IF
          END-READ
       END-PERFORM
       ADD 1 TO WS-Inv-Number
       MOVE 0 TO WS-Inv-Line-Count
       MOVE 0 TO WS-Inv-Net-Total
       MOVE 0 TO WS-Inv-Tax-Total
       MOVE 0 TO WS-Inv-Grand-Total
       MOVE 0 TO WS-Inv-Customer-ID
       MOVE FUNCTION CURRENT-DATE TO WS-Timestamp-Work
       MOVE WS-Timestamp-Work(1:8) TO WS-Inv-Date.

       Find-Price-On-Date.
       MOVE Price-List(WS-Product-Index) TO WS-Inv-Unit-Price
       MOVE 99999999 TO WS-Inv-Price-Date
       OPEN INPUT PRICE-HISTORY
       IF WS-PH-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ PRICE-HISTORY NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                IF PH-PRODUCT-ID = ID-List(WS-Product-Index)
                      AND PH-EFFECTIVE-DATE > WS-Inv-Date
                      AND PH-EFFECTIVE-DATE < WS-Inv-Price-Date
                   MOVE PH-EFFECTIVE-DATE TO WS-Inv-Price-Date
                   MOVE PH-OLD-PRICE TO WS-Inv-Unit-Price
                END-IF
          END-READ
       END-PERFORM
       CLOSE PRICE-HISTORY.

       Write-Invoice-Line.
       PERFORM Find-Price-On-Date
       MOVE SO-CUSTOMER-ID TO WS-Inv-Customer-ID
       COMPUTE WS-Inv-Line-Net ROUNDED =
             WS-Ord-Ship-Qty * WS-Inv-Unit-Price
       COMPUTE WS-Inv-Line-Tax ROUNDED =
             WS-Inv-Line-Net * WS-Tax-Rate / 100
       ADD 1 TO WS-Inv-Line-Count
       MOVE WS-Inv-Number TO IV-NUMBER
       MOVE WS-Inv-Line-Count TO IV-LINE
       SET IV-Detail-Rec TO TRUE
       MOVE WS-Inv-Date TO IV-DATE
       MOVE 0 TO IV-DUE-DATE
       MOVE SO-NUMBER TO IV-ORDER-NUMBER
       MOVE SO-CUSTOMER-ID TO IV-CUSTOMER-ID
       MOVE SO-PRODUCT-ID TO IV-PRODUCT-ID
       MOVE WS-Ord-Ship-Qty TO IV-QUANTITY
       MOVE WS-Inv-Unit-Price TO IV-UNIT-PRICE
       MOVE WS-Inv-Line-Net TO IV-NET-AMOUNT
       MOVE WS-Tax-Rate TO IV-TAX-RATE
       MOVE WS-Inv-Line-Tax TO IV-TAX-AMOUNT
       COMPUTE IV-TOTAL-AMOUNT = WS-Inv-Line-Net + WS-Inv-Line-Tax
       SET IV-Not-Exported TO TRUE
       WRITE IV-RECORD
          INVALID KEY
             DISPLAY "Error al grabar la línea de factura "
                   WS-Inv-Number "-" WS-Inv-Line-Count
             SUBTRACT 1 FROM WS-Inv-Line-Count
             EXIT PARAGRAPH
       END-WRITE
       ADD WS-Inv-Line-Net TO WS-Inv-Net-Total
       ADD WS-Inv-Line-Tax TO WS-Inv-Tax-Total.

       Write-Invoice-Header.
       MOVE 0 TO WS-Inv-Terms
       MOVE WS-Inv-Customer-ID TO WS-Customer-Temp
       PERFORM Find-Customer-Any
       IF WS-Cus-Found
          MOVE Cus-Terms-List(WS-Customer-Index) TO WS-Inv-Terms
       END-IF
       COMPUTE WS-Inv-Due-Date = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-Inv-Date) + WS-Inv-Terms)
       COMPUTE WS-Inv-Grand-Total = WS-Inv-Net-Total
             + WS-Inv-Tax-Total
       MOVE WS-Inv-Number TO IV-NUMBER
       MOVE 0 TO IV-LINE
       SET IV-Header-Rec TO TRUE
       MOVE WS-Inv-Date TO IV-DATE
       MOVE WS-Inv-Due-Date TO IV-DUE-DATE
       MOVE WS-Ord-Number TO IV-ORDER-NUMBER
       MOVE WS-Inv-Customer-ID TO IV-CUSTOMER-ID
       MOVE 0 TO IV-PRODUCT-ID
       MOVE 0 TO IV-QUANTITY
       MOVE 0 TO IV-UNIT-PRICE
       MOVE WS-Inv-Net-Total TO IV-NET-AMOUNT
       MOVE WS-Tax-Rate TO IV-TAX-RATE
       MOVE WS-Inv-Tax-Total TO IV-TAX-AMOUNT
       MOVE WS-Inv-Grand-Total TO IV-TOTAL-AMOUNT
       SET IV-Not-Exported TO TRUE
       WRITE IV-RECORD
          INVALID KEY
             DISPLAY "Error al grabar la factura " WS-Inv-Number
       END-WRITE

       MOVE WS-Inv-Customer-ID TO WS-Audit-Product-ID
       MOVE "FACTURA" TO WS-Audit-Action
       MOVE SPACES TO WS-Audit-Before
       STRING "Pedido=" WS-Ord-Number " Factura=" WS-Inv-Number
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE SPACES TO WS-Audit-After
       MOVE WS-Inv-Grand-Total TO WS-Inv-Amount-Display
       STRING "Total=" WS-Inv-Amount-Display
          " Vence=" WS-Inv-Due-Date
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log.

       Refresh-Product-Allocation.
       MOVE 0 TO WS-Ord-Alloc-Sum
       MOVE 0 TO SO-NUMBER
       MOVE 0 TO SO-PRODUCT-ID
       SET WS-SO-Not-EOF TO TRUE
       START CUSTOMER-ORDER-FILE KEY >= SO-KEY
          INVALID KEY
             SET WS-SO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-SO-EOF
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-SO-EOF TO TRUE
             NOT AT END
                IF SO-PRODUCT-ID = ID-List(WS-Product-Index)
                      AND NOT SO-Line-Shipped
                   ADD SO-ALLOCATED-QTY TO WS-Ord-Alloc-Sum
                END-IF
          END-READ
       END-PERFORM
       IF WS-Ord-Alloc-Sum > 99999
          MOVE 99999 TO WS-Ord-Alloc-Sum
       END-IF
       MOVE WS-Ord-Alloc-Sum TO Alloc-Qty(WS-Product-Index).

       Reallocate-Backorders.
       OPEN I-O CUSTOMER-ORDER-FILE
       IF WS-SO-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       MOVE WS-Realloc-ID TO ID-Temp
       PERFORM Find-Product-Any
       IF WS-Not-Found
          CLOSE CUSTOMER-ORDER-FILE
          EXIT PARAGRAPH
       END-IF
       PERFORM Refresh-Product-Allocation
       MOVE 0 TO SO-NUMBER
       MOVE 0 TO SO-PRODUCT-ID
       SET WS-SO-Not-EOF TO TRUE
       START CUSTOMER-ORDER-FILE KEY >= SO-KEY
          INVALID KEY
             SET WS-SO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-SO-EOF
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-SO-EOF TO TRUE
             NOT AT END
                IF SO-PRODUCT-ID = WS-Realloc-ID
                      AND SO-Line-Backorder
                   PERFORM Reallocate-Order-Line
                END-IF
          END-READ
       END-PERFORM
       CLOSE CUSTOMER-ORDER-FILE.

       Reallocate-Order-Line.
       COMPUTE WS-Ord-Available = Quantity-List(WS-Product-Index)
             - Alloc-Qty(WS-Product-Index)
       COMPUTE WS-Ord-Pending = SO-QUANTITY - SO-SHIPPED-QTY
             - SO-ALLOCATED-QTY
       IF WS-Ord-Available <= 0 OR WS-Ord-Pending <= 0
          EXIT PARAGRAPH
       END-IF
       IF WS-Ord-Available < WS-Ord-Pending
          MOVE WS-Ord-Available TO WS-Ord-Alloc
       ELSE
          MOVE WS-Ord-Pending TO WS-Ord-Alloc
       END-IF
       ADD WS-Ord-Alloc TO SO-ALLOCATED-QTY
       ADD WS-Ord-Alloc TO Alloc-Qty(WS-Product-Index)
       IF SO-ALLOCATED-QTY + SO-SHIPPED-QTY >= SO-QUANTITY
          SET SO-Line-Allocated TO TRUE
       END-IF
       REWRITE SO-RECORD
          INVALID KEY
             DISPLAY "Error al actualizar el pedido " SO-NUMBER
       END-REWRITE
       DISPLAY "Pedido " SO-NUMBER ": se asignaron "
             WS-Ord-Alloc " unidades de la recepción.".

       Open-Orders-Report.
       PERFORM Open-Order-File
       IF WS-SO-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de pedidos."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ORDER-REPORT
       IF WS-ORD-STATUS NOT = "00"
          DISPLAY "Error al abrir el informe de pedidos."
          CLOSE CUSTOMER-ORDER-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE 0 TO WS-Ord-Open-Count
       MOVE 0 TO WS-Ord-Back-Count
       PERFORM Write-Ord-Header
       PERFORM VARYING K FROM 1 BY 1 UNTIL K > Customer-Count
          MOVE 'N' TO Cus-Open-List(K)
       END-PERFORM
       SET WS-Ord-No-Orphans TO TRUE
       MOVE 0 TO SO-NUMBER
       MOVE 0 TO SO-PRODUCT-ID
       SET WS-SO-Not-EOF TO TRUE
       START CUSTOMER-ORDER-FILE KEY >= SO-KEY
          INVALID KEY
             SET WS-SO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-SO-EOF
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-SO-EOF TO TRUE
             NOT AT END
                IF NOT SO-Line-Shipped
                   MOVE SO-CUSTOMER-ID TO WS-Customer-Temp
                   PERFORM Find-Customer-Any
                   IF WS-Cus-Found
                      MOVE 'Y' TO Cus-Open-List(WS-Customer-Index)
                   ELSE
                      SET WS-Ord-Orphans TO TRUE
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       PERFORM VARYING K FROM 0 BY 1 UNTIL K > Customer-Count
          IF K = 0
             IF WS-Ord-Orphans
                PERFORM Order-Customer-Group
             END-IF
          ELSE
             IF Cus-Open-List(K) = 'Y'
                PERFORM Order-Customer-Group
             END-IF
          END-IF
       END-PERFORM
       MOVE SPACES TO ORD-LINE
       WRITE ORD-LINE
       MOVE WS-Ord-Open-Count TO WS-OT-Open
       MOVE WS-Ord-Back-Count TO WS-OT-Back
       MOVE WS-Ord-Total-Line TO ORD-LINE
       WRITE ORD-LINE
       CLOSE CUSTOMER-ORDER-FILE
       CLOSE ORDER-REPORT
       DISPLAY "Informe generado en el archivo ORDRPT."

       PERFORM Main-Menu.

       Order-Customer-Group.
       MOVE 0 TO WS-Ord-Cus-Back-Count
       MOVE 0 TO WS-Ord-Cus-Back-Value
       IF WS-Report-Line-Count + 3 >= WS-Lines-Per-Page
          PERFORM Write-Ord-Header
       END-IF
       IF K = 0
          MOVE 0 TO WS-OC-ID
          MOVE "(SIN CLIENTE EN MAESTRO)" TO WS-OC-Name
          MOVE 0 TO WS-OC-Limit
          MOVE SPACES TO WS-OC-Status
       ELSE
          MOVE Cus-ID-List(K) TO WS-OC-ID
          MOVE Cus-Name-List(K) TO WS-OC-Name
          MOVE Cus-Limit-List(K) TO WS-OC-Limit
          EVALUATE TRUE
             WHEN Cus-Entry-Hold(K)
                MOVE "BLOQUEADO" TO WS-OC-Status
             WHEN Cus-Entry-Inactive(K)
                MOVE "BAJA" TO WS-OC-Status
             WHEN OTHER
                MOVE SPACES TO WS-OC-Status
          END-EVALUATE
       END-IF
       MOVE WS-Ord-Customer-Line TO ORD-LINE
       WRITE ORD-LINE
       ADD 1 TO WS-Report-Line-Count
       MOVE 0 TO SO-NUMBER
       MOVE 0 TO SO-PRODUCT-ID
       SET WS-SO-Not-EOF TO TRUE
       START CUSTOMER-ORDER-FILE KEY >= SO-KEY
          INVALID KEY
             SET WS-SO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-SO-EOF
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-SO-EOF TO TRUE
             NOT AT END
                IF NOT SO-Line-Shipped
                   IF K = 0
                      MOVE SO-CUSTOMER-ID TO WS-Customer-Temp
                      PERFORM Find-Customer-Any
                      IF WS-Cus-Not-Found
                         PERFORM Write-Ord-Detail
                      END-IF
                   ELSE
                      IF SO-CUSTOMER-ID = Cus-ID-List(K)
                         PERFORM Write-Ord-Detail
                      END-IF
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       MOVE WS-Ord-Cus-Back-Count TO WS-OCT-Count
       MOVE WS-Ord-Cus-Back-Value TO WS-OCT-Value
       MOVE WS-Ord-Customer-Total TO ORD-LINE
       WRITE ORD-LINE
       MOVE SPACES TO ORD-LINE
       WRITE ORD-LINE
       ADD 2 TO WS-Report-Line-Count.

       Find-Customer-Any.
       SET WS-Cus-Not-Found TO TRUE
       PERFORM VARYING M FROM 1 BY 1
             UNTIL M > Customer-Count OR WS-Cus-Found
          IF Cus-ID-List(M) = WS-Customer-Temp
             SET WS-Cus-Found TO TRUE
             MOVE M TO WS-Customer-Index
          END-IF
       END-PERFORM.

       Write-Ord-Detail.
       IF WS-Report-Line-Count >= WS-Lines-Per-Page
          PERFORM Write-Ord-Header
       END-IF
       MOVE SO-NUMBER TO WS-OD-Number
       MOVE SO-CUSTOMER TO WS-OD-Customer
       MOVE SO-PRODUCT-ID TO WS-OD-Product
       MOVE SO-QUANTITY TO WS-OD-Qty
       MOVE SO-ALLOCATED-QTY TO WS-OD-Alloc
       MOVE SO-SHIPPED-QTY TO WS-OD-Shipped
       EVALUATE TRUE
          WHEN SO-Line-Backorder
             MOVE "BACKORDER" TO WS-OD-Status
             ADD 1 TO WS-Ord-Back-Count
             ADD 1 TO WS-Ord-Cus-Back-Count
             MOVE SO-PRODUCT-ID TO ID-Temp
             PERFORM Find-Product-Any
             IF WS-Found
                COMPUTE WS-Ord-Cus-Back-Value =
                      WS-Ord-Cus-Back-Value
                      + ( SO-QUANTITY - SO-SHIPPED-QTY
                      - SO-ALLOCATED-QTY )
                      * Price-List(WS-Product-Index)
             END-IF
          WHEN SO-Line-Held
             MOVE "RETENIDO" TO WS-OD-Status
             ADD 1 TO WS-Ord-Open-Count
          WHEN OTHER
             MOVE "ASIGNADO" TO WS-OD-Status
             ADD 1 TO WS-Ord-Open-Count
       END-EVALUATE
       MOVE WS-Ord-Detail TO ORD-LINE
       WRITE ORD-LINE
       ADD 1 TO WS-Report-Line-Count.

       Write-Ord-Header.
       IF WS-Page-Number > 0
          MOVE SPACES TO ORD-LINE
          WRITE ORD-LINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE WS-Page-Number TO WS-OH-Page
       MOVE WS-Ord-Header-1 TO ORD-LINE
       WRITE ORD-LINE
       MOVE WS-Ord-Header-2 TO ORD-LINE
       WRITE ORD-LINE
       MOVE ALL "-" TO ORD-LINE
       WRITE ORD-LINE.

       Invoice-Menu.
       DISPLAY "Facturación y cuentas a cobrar:"
       DISPLAY "1. Imprimir factura"
       DISPLAY "2. Generar extracto de cuentas a cobrar"
       DISPLAY "3. Volver al menú principal"
       ACCEPT Choice
       EVALUATE Choice
          WHEN '1'
             PERFORM Print-Invoice
          WHEN '2'
             PERFORM Receivables-Extract-Run
          WHEN '3'
             PERFORM Main-Menu
          WHEN OTHER
             DISPLAY "Opción no válida. Inténtelo de nuevo."
             PERFORM Invoice-Menu
       END-EVALUATE.

       Print-Invoice.
       PERFORM Open-Invoice-File
       IF WS-IV-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de facturas."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Ingrese el número de factura:"
       ACCEPT WS-Inv-Number
       MOVE WS-Inv-Number TO IV-NUMBER
       MOVE 0 TO IV-LINE
       READ INVOICE-FILE
          INVALID KEY
             DISPLAY "Factura no encontrada."
             CLOSE INVOICE-FILE
             PERFORM Main-Menu
             EXIT PARAGRAPH
       END-READ
       OPEN OUTPUT INVOICE-PRINT
       IF WS-IVP-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de impresión."
          CLOSE INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE IV-NUMBER TO WS-IT-Number
       MOVE IV-DATE TO WS-IT-Date
       MOVE IV-DUE-DATE TO WS-IT-Due
       MOVE WS-Inv-Title-Line TO IVP-LINE
       WRITE IVP-LINE
       MOVE SPACES TO IVP-LINE
       WRITE IVP-LINE
       MOVE IV-CUSTOMER-ID TO WS-IC-ID
       MOVE IV-CUSTOMER-ID TO WS-Customer-Temp
       PERFORM Find-Customer-Any
       MOVE 0 TO WS-Inv-Terms
       IF WS-Cus-Found
          MOVE Cus-Name-List(WS-Customer-Index) TO WS-IC-Name
          MOVE Cus-Address-List(WS-Customer-Index) TO WS-IA-Address
          MOVE Cus-City-List(WS-Customer-Index) TO WS-IA-City
          MOVE Cus-Terms-List(WS-Customer-Index) TO WS-Inv-Terms
       ELSE
          MOVE "(CLIENTE NO REGISTRADO)" TO WS-IC-Name
          MOVE SPACES TO WS-IA-Address
          MOVE SPACES TO WS-IA-City
       END-IF
       MOVE WS-Inv-Customer-Line TO IVP-LINE
       WRITE IVP-LINE
       MOVE WS-Inv-Address-Line TO IVP-LINE
       WRITE IVP-LINE
       MOVE IV-ORDER-NUMBER TO WS-IO-Order
       MOVE WS-Inv-Terms TO WS-IO-Terms
       MOVE WS-Inv-Order-Line TO IVP-LINE
       WRITE IVP-LINE
       MOVE SPACES TO IVP-LINE
       WRITE IVP-LINE
       MOVE WS-Inv-Column-Line TO IVP-LINE
       WRITE IVP-LINE
       MOVE ALL "-" TO IVP-LINE
       WRITE IVP-LINE
       MOVE IV-NET-AMOUNT TO WS-Inv-Net-Total
       MOVE IV-TAX-AMOUNT TO WS-Inv-Tax-Total
       MOVE IV-TOTAL-AMOUNT TO WS-Inv-Grand-Total
       MOVE IV-TAX-RATE TO WS-Tax-Rate-Display
       SET WS-Inv-Not-EOF TO TRUE
       PERFORM UNTIL WS-Inv-EOF
          READ INVOICE-FILE NEXT RECORD
             AT END
                SET WS-Inv-EOF TO TRUE
             NOT AT END
                IF IV-NUMBER NOT = WS-Inv-Number
                   SET WS-Inv-EOF TO TRUE
                ELSE
                   PERFORM Write-Invoice-Print-Detail
                END-IF
          END-READ
       END-PERFORM
       MOVE ALL "-" TO IVP-LINE
       WRITE IVP-LINE
       MOVE "Subtotal" TO WS-ITL-Label
       MOVE WS-Inv-Net-Total TO WS-ITL-Amount
       MOVE WS-Inv-Total-Line TO IVP-LINE
       WRITE IVP-LINE
       MOVE SPACES TO WS-ITL-Label
       STRING "IVA " WS-Tax-Rate-Display "%"
          DELIMITED BY SIZE INTO WS-ITL-Label
       MOVE WS-Inv-Tax-Total TO WS-ITL-Amount
       MOVE WS-Inv-Total-Line TO IVP-LINE
       WRITE IVP-LINE
       MOVE "TOTAL" TO WS-ITL-Label
       MOVE WS-Inv-Grand-Total TO WS-ITL-Amount
       MOVE WS-Inv-Total-Line TO IVP-LINE
       WRITE IVP-LINE
       CLOSE INVOICE-PRINT
       CLOSE INVOICE-FILE
       DISPLAY "Factura " WS-Inv-Number
             " generada en el archivo INVPRT."

       PERFORM Main-Menu.

       Write-Invoice-Print-Detail.
       MOVE IV-PRODUCT-ID TO WS-ID-Product
       MOVE IV-PRODUCT-ID TO ID-Temp
       PERFORM Find-Product-Any
       IF WS-Found
          MOVE Name-List(WS-Product-Index) TO WS-ID-Name
       ELSE
          MOVE SPACES TO WS-ID-Name
       END-IF
       MOVE IV-QUANTITY TO WS-ID-Qty
       MOVE IV-UNIT-PRICE TO WS-ID-Price
       MOVE IV-NET-AMOUNT TO WS-ID-Amount
       MOVE WS-Inv-Detail TO IVP-LINE
       WRITE IVP-LINE.

       Receivables-Extract-Run.
       PERFORM Open-Invoice-File
       IF WS-IV-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de facturas."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT RECEIVABLES-EXTRACT
       IF WS-AX-STATUS NOT = "00"
          DISPLAY "Error al abrir el extracto de cuentas a cobrar."
          CLOSE INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-AX-Count
       MOVE 0 TO WS-AX-Total
       MOVE "FACTURA;FECHA;VENCE;CLIENTE;NOMBRE;PEDIDO;NETO;IVA;TOTAL"
          TO AX-LINE
       WRITE AX-LINE
       MOVE 0 TO IV-NUMBER
       MOVE 0 TO IV-LINE
       SET WS-Inv-Not-EOF TO TRUE
       START INVOICE-FILE KEY >= IV-KEY
          INVALID KEY
             SET WS-Inv-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Inv-EOF
          READ INVOICE-FILE NEXT RECORD
             AT END
                SET WS-Inv-EOF TO TRUE
             NOT AT END
                IF IV-Header-Rec AND IV-Not-Exported
                   PERFORM Write-Receivable-Record
                END-IF
          END-READ
       END-PERFORM
       MOVE WS-AX-Total TO WS-AX-Total-Out
       MOVE SPACES TO AX-LINE
       STRING "TOTAL;" WS-AX-Count ";" WS-AX-Total-Out
          DELIMITED BY SIZE INTO AX-LINE
       WRITE AX-LINE
       CLOSE RECEIVABLES-EXTRACT
       CLOSE INVOICE-FILE
       DISPLAY "Extracto generado en el archivo ARXTRACT: "
             WS-AX-Count " facturas."

       PERFORM Main-Menu.

       Write-Receivable-Record.
       MOVE IV-CUSTOMER-ID TO WS-Customer-Temp
       PERFORM Find-Customer-Any
       IF WS-Cus-Found
          MOVE Cus-Name-List(WS-Customer-Index) TO WS-AX-Name
       ELSE
          MOVE SPACES TO WS-AX-Name
       END-IF
       MOVE 0 TO WS-AX-Name-Len
       PERFORM VARYING M FROM 30 BY -1
             UNTIL M < 1 OR WS-AX-Name-Len > 0
          IF WS-AX-Name(M:1) NOT = SPACE
             MOVE M TO WS-AX-Name-Len
          END-IF
       END-PERFORM
       IF WS-AX-Name-Len = 0
          MOVE 1 TO WS-AX-Name-Len
       END-IF
       MOVE IV-NET-AMOUNT TO WS-AX-Net
       MOVE IV-TAX-AMOUNT TO WS-AX-Tax
       MOVE IV-TOTAL-AMOUNT TO WS-AX-Amount
       MOVE SPACES TO AX-LINE
       STRING IV-NUMBER ";"
             IV-DATE ";"
             IV-DUE-DATE ";"
             IV-CUSTOMER-ID ";"
             WS-AX-Name(1:WS-AX-Name-Len) ";"
             IV-ORDER-NUMBER ";"
             WS-AX-Net ";"
             WS-AX-Tax ";"
             WS-AX-Amount
             DELIMITED BY SIZE INTO AX-LINE
       WRITE AX-LINE
       ADD 1 TO WS-AX-Count
       ADD IV-TOTAL-AMOUNT TO WS-AX-Total
       SET IV-Exported TO TRUE
       REWRITE IV-RECORD
          INVALID KEY
             DISPLAY "Error al marcar la factura " IV-NUMBER
       END-REWRITE.

       Supplier-Invoice-Menu.
       DISPLAY "Facturas de proveedores:"
       DISPLAY "1. Registrar factura de proveedor"
       DISPLAY "2. Aprobar factura retenida"
       DISPLAY "3. Rechazar factura retenida"
       DISPLAY "4. Informe de excepciones de conciliación"
       DISPLAY "5. Volver al menú principal"
       ACCEPT Choice
       EVALUATE Choice
          WHEN '1'
             PERFORM Register-Supplier-Invoice
          WHEN '2'
             PERFORM Approve-Supplier-Invoice
          WHEN '3'
             PERFORM Reject-Supplier-Invoice
          WHEN '4'
             PERFORM Match-Exception-Report
          WHEN '5'
             PERFORM Main-Menu
          WHEN OTHER
             DISPLAY "Opción no válida. Inténtelo de nuevo."
             PERFORM Supplier-Invoice-Menu
       END-EVALUATE.

       Open-Supplier-Invoice-File.
       OPEN I-O SUPPLIER-INVOICE-FILE
       IF WS-SI-STATUS = "35"
          OPEN OUTPUT SUPPLIER-INVOICE-FILE
          CLOSE SUPPLIER-INVOICE-FILE
          OPEN I-O SUPPLIER-INVOICE-FILE
       END-IF.

       Accept-Supplier-Invoice-Key.
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese el ID del proveedor:"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result > 0 AND WS-Numval-Result <= 99999
                MOVE WS-Numval-Result TO WS-SI-Supplier-ID
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       MOVE SPACES TO WS-SI-Invoice-Number
       PERFORM UNTIL WS-SI-Invoice-Number NOT = SPACES
          DISPLAY "Ingrese el número de factura del proveedor:"
          ACCEPT WS-SI-Invoice-Number
       END-PERFORM.

       Register-Supplier-Invoice.
       DISPLAY "Registro de factura de proveedor:"
       PERFORM Accept-Supplier-Invoice-Key
       MOVE WS-SI-Supplier-ID TO WS-Supplier-Temp
       PERFORM Find-Supplier
       IF NOT WS-Sup-Found
          DISPLAY "Proveedor no encontrado o inactivo."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE Sup-Currency-List(WS-Supplier-Index) TO WS-SI-Currency
       PERFORM Open-Supplier-Invoice-File
       IF WS-SI-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de facturas de proveedor."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE WS-SI-Supplier-ID TO SI-SUPPLIER-ID
       MOVE WS-SI-Invoice-Number TO SI-INVOICE-NUMBER
       MOVE 0 TO SI-PRODUCT-ID
       READ SUPPLIER-INVOICE-FILE
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             DISPLAY "La factura ya está registrada para el proveedor."
             CLOSE SUPPLIER-INVOICE-FILE
             PERFORM Main-Menu
             EXIT PARAGRAPH
       END-READ
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese el número de la orden de compra:"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result > 0 AND WS-Numval-Result <= 99999
                MOVE WS-Numval-Result TO WS-SI-PO-Number
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       PERFORM Open-PO-File
       IF WS-PO-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de órdenes."
          CLOSE SUPPLIER-INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       OPEN EXTEND MATCH-HOLD-FILE
       IF WS-HD-STATUS = "35"
          OPEN OUTPUT MATCH-HOLD-FILE
       END-IF
       IF WS-HD-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de retenciones."
          CLOSE PURCHASE-ORDER-FILE
          CLOSE SUPPLIER-INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-Timestamp-Work
       MOVE WS-Timestamp-Work(1:8) TO WS-SI-Date
       MOVE 0 TO WS-SI-PO-Line-Count
       MOVE 0 TO WS-SI-Line-Count
       MOVE 0 TO WS-SI-Hold-Count
       MOVE 0 TO WS-SI-Total
       MOVE WS-SI-PO-Number TO PO-NUMBER
       MOVE 0 TO PO-PRODUCT-ID
       SET WS-PO-Not-EOF TO TRUE
       START PURCHASE-ORDER-FILE KEY >= PO-KEY
          INVALID KEY
             SET WS-PO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-PO-EOF
          READ PURCHASE-ORDER-FILE NEXT RECORD
             AT END
                SET WS-PO-EOF TO TRUE
             NOT AT END
                IF PO-NUMBER NOT = WS-SI-PO-Number
                   SET WS-PO-EOF TO TRUE
                ELSE
                   IF PO-SUPPLIER-ID NOT = WS-SI-Supplier-ID
                      DISPLAY "La orden " WS-SI-PO-Number
                            " no corresponde al proveedor."
                      SET WS-PO-EOF TO TRUE
                   ELSE
                      ADD 1 TO WS-SI-PO-Line-Count
                      PERFORM Match-Supplier-Invoice-Line
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE PURCHASE-ORDER-FILE
       CLOSE MATCH-HOLD-FILE
       IF WS-SI-PO-Line-Count = 0
          DISPLAY "Orden de compra no encontrada para el proveedor."
       END-IF
       IF WS-SI-Line-Count = 0
          DISPLAY "Factura sin líneas; no se registró."
          CLOSE SUPPLIER-INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE WS-SI-Supplier-ID TO SI-SUPPLIER-ID
       MOVE WS-SI-Invoice-Number TO SI-INVOICE-NUMBER
       MOVE 0 TO SI-PRODUCT-ID
       SET SI-Header-Rec TO TRUE
       MOVE WS-SI-PO-Number TO SI-PO-NUMBER
       MOVE WS-SI-Date TO SI-ENTRY-DATE
       MOVE WS-SI-Currency TO SI-CURRENCY
       MOVE WS-SI-Line-Count TO SI-QUANTITY
       MOVE 0 TO SI-UNIT-PRICE
       MOVE WS-SI-Total TO SI-AMOUNT
       MOVE 0 TO SI-RECEIVED-QTY
       MOVE 0 TO SI-PO-PRICE
       IF WS-SI-Hold-Count = 0
          SET SI-Approved TO TRUE
       ELSE
          SET SI-On-Hold TO TRUE
       END-IF
       WRITE SI-RECORD
          INVALID KEY
             DISPLAY "Error al grabar la factura de proveedor."
       END-WRITE
       CLOSE SUPPLIER-INVOICE-FILE
       MOVE WS-SI-Total TO WS-Ord-Value-Display
       IF WS-SI-Hold-Count = 0
          DISPLAY "Factura " WS-SI-Invoice-Number
                " conciliada y aprobada para pago. Total "
                WS-SI-Currency " " WS-Ord-Value-Display
       ELSE
          DISPLAY "Factura " WS-SI-Invoice-Number " RETENIDA: "
                WS-SI-Hold-Count " línea(s) con diferencias."
          DISPLAY "Ver informe de excepciones (archivo MATCHRPT)."
       END-IF

       IF WS-SI-Hold-Count = 0
          MOVE 'A' TO WS-SI-Invoice-Status
       ELSE
          MOVE 'R' TO WS-SI-Invoice-Status
       END-IF
       MOVE 0 TO WS-Audit-Product-ID
       MOVE "FACT-PROV" TO WS-Audit-Action
       MOVE SPACES TO WS-Audit-Before
       MOVE SPACES TO WS-Audit-After
       STRING "Factura=" WS-SI-Invoice-Number " Proveedor="
             WS-SI-Supplier-ID " OC=" WS-SI-PO-Number
             " Total=" WS-SI-Currency WS-Ord-Value-Display
             " Estado=" WS-SI-Invoice-Status
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       PERFORM Main-Menu.

       Match-Supplier-Invoice-Line.
       COMPUTE WS-SI-Open-Qty = PO-RECEIVED-QTY - PO-INVOICED-QTY
       MOVE PO-UNIT-COST TO WS-Audit-Price-Display
       MOVE PO-PRODUCT-ID TO ID-Temp
       PERFORM Find-Product-Any
       IF WS-Found
          DISPLAY "Producto " PO-PRODUCT-ID ": "
                Name-List(WS-Product-Index)
       ELSE
          DISPLAY "Producto " PO-PRODUCT-ID
       END-IF
       DISPLAY "  Pedido: " PO-QUANTITY
             "  Recibido: " PO-RECEIVED-QTY
             "  Facturado: " PO-INVOICED-QTY
             "  Precio OC: " WS-Audit-Price-Display
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese la cantidad facturada (0 = no facturada):"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result >= 0 AND WS-Numval-Result <= 99999
                MOVE WS-Numval-Result TO WS-SI-Qty
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       IF WS-SI-Qty = 0
          EXIT PARAGRAPH
       END-IF
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese el precio unitario facturado "
                "(vacío = precio de la OC):"
          ACCEPT WS-Input-Line
          IF WS-Input-Line = SPACES
             MOVE PO-UNIT-COST TO WS-SI-Price
             SET WS-Valid TO TRUE
          ELSE
             IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
                COMPUTE WS-Numval-Result =
                   FUNCTION NUMVAL(WS-Input-Line)
                IF WS-Numval-Result >= 0
                      AND WS-Numval-Result <= 99999.99
                   MOVE WS-Numval-Result TO WS-SI-Price
                   SET WS-Valid TO TRUE
                ELSE
                   DISPLAY "Valor inválido, ingréselo de nuevo"
                END-IF
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          END-IF
       END-PERFORM
       SET WS-SI-Qty-OK TO TRUE
       SET WS-SI-Price-OK TO TRUE
       IF WS-SI-Qty > WS-SI-Open-Qty
          SET WS-SI-Qty-Off TO TRUE
       ELSE
          IF WS-SI-Qty < WS-SI-Open-Qty
             COMPUTE WS-SI-Pct ROUNDED =
                (WS-SI-Open-Qty - WS-SI-Qty) * 100 / WS-SI-Open-Qty
             IF WS-SI-Pct > WS-Qty-Tolerance
                SET WS-SI-Qty-Off TO TRUE
             END-IF
          END-IF
       END-IF
       IF WS-SI-Price NOT = PO-UNIT-COST
          IF PO-UNIT-COST = 0
             SET WS-SI-Price-Off TO TRUE
          ELSE
             COMPUTE WS-SI-Pct ROUNDED =
                FUNCTION ABS(WS-SI-Price - PO-UNIT-COST) * 100
                / PO-UNIT-COST
             IF WS-SI-Pct > WS-Price-Tolerance
                SET WS-SI-Price-Off TO TRUE
             END-IF
          END-IF
       END-IF
       IF WS-SI-Open-Qty <= 0
          MOVE 0 TO WS-SI-Matched-Qty
       ELSE
          IF WS-SI-Qty < WS-SI-Open-Qty
             MOVE WS-SI-Qty TO WS-SI-Matched-Qty
          ELSE
             MOVE WS-SI-Open-Qty TO WS-SI-Matched-Qty
          END-IF
       END-IF
       COMPUTE WS-SI-Amount ROUNDED = WS-SI-Qty * WS-SI-Price
       COMPUTE WS-SI-Variance ROUNDED = WS-SI-Amount
             - WS-SI-Matched-Qty * PO-UNIT-COST
       MOVE WS-SI-Supplier-ID TO SI-SUPPLIER-ID
       MOVE WS-SI-Invoice-Number TO SI-INVOICE-NUMBER
       MOVE PO-PRODUCT-ID TO SI-PRODUCT-ID
       SET SI-Detail-Rec TO TRUE
       MOVE WS-SI-PO-Number TO SI-PO-NUMBER
       MOVE WS-SI-Date TO SI-ENTRY-DATE
       MOVE WS-SI-Currency TO SI-CURRENCY
       MOVE WS-SI-Qty TO SI-QUANTITY
       MOVE WS-SI-Price TO SI-UNIT-PRICE
       MOVE WS-SI-Amount TO SI-AMOUNT
       MOVE PO-RECEIVED-QTY TO SI-RECEIVED-QTY
       MOVE PO-UNIT-COST TO SI-PO-PRICE
       IF WS-SI-Qty-OK AND WS-SI-Price-OK
          SET SI-Approved TO TRUE
       ELSE
          SET SI-On-Hold TO TRUE
       END-IF
       WRITE SI-RECORD
          INVALID KEY
             DISPLAY "Error al grabar la línea de la factura."
             EXIT PARAGRAPH
       END-WRITE
       ADD 1 TO WS-SI-Line-Count
       ADD WS-SI-Amount TO WS-SI-Total
       IF SI-Approved
          ADD WS-SI-Qty TO PO-INVOICED-QTY
          REWRITE PO-RECORD
             INVALID KEY
                DISPLAY "Error al actualizar la orden de compra."
          END-REWRITE
          DISPLAY "  Línea conciliada."
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-SI-Hold-Count
       EVALUATE TRUE
          WHEN WS-SI-Open-Qty <= 0 AND WS-SI-Price-OK
             MOVE "SIN RECEPCION" TO WS-SI-Reason
          WHEN WS-SI-Qty-Off AND WS-SI-Price-Off
             MOVE "CANT.Y PRECIO" TO WS-SI-Reason
          WHEN WS-SI-Qty > WS-SI-Open-Qty
             MOVE "EXCEDE RECIBIDO" TO WS-SI-Reason
          WHEN WS-SI-Qty-Off
             MOVE "CANTIDAD" TO WS-SI-Reason
          WHEN OTHER
             MOVE "PRECIO" TO WS-SI-Reason
       END-EVALUATE
       MOVE WS-SI-Supplier-ID TO HD-SUPPLIER-ID
       MOVE WS-SI-Invoice-Number TO HD-INVOICE-NUMBER
       MOVE WS-SI-PO-Number TO HD-PO-NUMBER
       MOVE PO-PRODUCT-ID TO HD-PRODUCT-ID
       MOVE WS-SI-Date TO HD-ENTRY-DATE
       MOVE WS-SI-Currency TO HD-CURRENCY
       MOVE WS-SI-Qty TO HD-INVOICED-QTY
       IF WS-SI-Open-Qty > 0
          MOVE WS-SI-Open-Qty TO HD-OPEN-QTY
       ELSE
          MOVE 0 TO HD-OPEN-QTY
       END-IF
       MOVE WS-SI-Price TO HD-INVOICED-PRICE
       MOVE PO-UNIT-COST TO HD-PO-PRICE
       MOVE WS-SI-Variance TO HD-VARIANCE
       MOVE WS-SI-Reason TO HD-REASON
       WRITE HD-RECORD
       DISPLAY "  DIFERENCIA DE " WS-SI-Reason " - línea retenida.".

       Approve-Supplier-Invoice.
       DISPLAY "Aprobación de factura de proveedor retenida:"
       PERFORM Accept-Supplier-Invoice-Key
       PERFORM Open-Supplier-Invoice-File
       IF WS-SI-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de facturas de proveedor."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE WS-SI-Supplier-ID TO SI-SUPPLIER-ID
       MOVE WS-SI-Invoice-Number TO SI-INVOICE-NUMBER
       MOVE 0 TO SI-PRODUCT-ID
       READ SUPPLIER-INVOICE-FILE
          INVALID KEY
             DISPLAY "Factura de proveedor no encontrada."
             CLOSE SUPPLIER-INVOICE-FILE
             PERFORM Main-Menu
             EXIT PARAGRAPH
       END-READ
       IF NOT SI-On-Hold
          DISPLAY "La factura no está retenida."
          CLOSE SUPPLIER-INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE SI-PO-NUMBER TO WS-SI-PO-Number
       MOVE SI-AMOUNT TO WS-Ord-Value-Display
       DISPLAY "Factura " SI-INVOICE-NUMBER " OC " SI-PO-NUMBER
             " Total " SI-CURRENCY " " WS-Ord-Value-Display
       DISPLAY "Solo se aprueban diferencias de precio; las cantidades "
             "no recibidas siguen retenidas."
       DISPLAY "¿Aprobar para pago pese a las diferencias? (S/N):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line(1:1) NOT = 'S' AND WS-Input-Line(1:1) NOT = 's'
          DISPLAY "Aprobación cancelada."
          CLOSE SUPPLIER-INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Request-Supervisor-Approval
       IF WS-Approval-Denied
          DISPLAY "Aprobación no autorizada. "
                "La factura sigue retenida."
          CLOSE SUPPLIER-INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Open-PO-File
       IF WS-PO-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de órdenes de compra."
          CLOSE SUPPLIER-INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-SI-Line-Count
       MOVE 0 TO WS-SI-Hold-Count
       SET WS-SI-Not-EOF TO TRUE
       START SUPPLIER-INVOICE-FILE KEY > SI-KEY
          INVALID KEY
             SET WS-SI-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-SI-EOF
          READ SUPPLIER-INVOICE-FILE NEXT RECORD
             AT END
                SET WS-SI-EOF TO TRUE
             NOT AT END
                IF SI-SUPPLIER-ID NOT = WS-SI-Supplier-ID
                      OR SI-INVOICE-NUMBER NOT = WS-SI-Invoice-Number
                   SET WS-SI-EOF TO TRUE
                ELSE
                   IF SI-On-Hold
                      PERFORM Approve-Held-Line
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE PURCHASE-ORDER-FILE
       MOVE WS-SI-Supplier-ID TO SI-SUPPLIER-ID
       MOVE WS-SI-Invoice-Number TO SI-INVOICE-NUMBER
       MOVE 0 TO SI-PRODUCT-ID
       READ SUPPLIER-INVOICE-FILE
          INVALID KEY
             DISPLAY "Error al releer la factura de proveedor."
          NOT INVALID KEY
             IF WS-SI-Hold-Count = 0
                SET SI-Approved TO TRUE
                REWRITE SI-RECORD
                   INVALID KEY
                      DISPLAY "Error al actualizar la factura "
                            "de proveedor."
                END-REWRITE
             END-IF
       END-READ
       CLOSE SUPPLIER-INVOICE-FILE
       IF WS-SI-Hold-Count = 0
          MOVE 'A' TO WS-SI-Invoice-Status
          PERFORM Purge-Match-Holds
          DISPLAY "Factura aprobada para pago."
       ELSE
          MOVE 'R' TO WS-SI-Invoice-Status
          DISPLAY WS-SI-Line-Count " línea(s) aprobadas; "
                WS-SI-Hold-Count " línea(s) siguen retenidas por "
                "cantidad no recibida."
          DISPLAY "La factura sigue retenida."
       END-IF

       MOVE 0 TO WS-Audit-Product-ID
       MOVE "APROB-FACP" TO WS-Audit-Action
       MOVE SPACES TO WS-Audit-Before
       STRING "Factura=" WS-SI-Invoice-Number " Proveedor="
             WS-SI-Supplier-ID " Estado=R"
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE SPACES TO WS-Audit-After
       STRING "Factura=" WS-SI-Invoice-Number " Proveedor="
             WS-SI-Supplier-ID " Estado=" WS-SI-Invoice-Status
             " Aprobadas=" WS-SI-Line-Count
             " Retenidas=" WS-SI-Hold-Count
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       PERFORM Main-Menu.

       Approve-Held-Line.
       MOVE WS-SI-PO-Number TO PO-NUMBER
       MOVE SI-PRODUCT-ID TO PO-PRODUCT-ID
       READ PURCHASE-ORDER-FILE
          INVALID KEY
             DISPLAY "Producto " SI-PRODUCT-ID
                   ": no figura en la OC; sigue retenida."
             ADD 1 TO WS-SI-Hold-Count
             EXIT PARAGRAPH
       END-READ
       SET WS-SI-Qty-OK TO TRUE
       IF PO-INVOICED-QTY + SI-QUANTITY > PO-RECEIVED-QTY
          SET WS-SI-Qty-Off TO TRUE
       END-IF
       IF WS-SI-Qty-Off
          DISPLAY "Producto " SI-PRODUCT-ID ": facturado "
                SI-QUANTITY " recibido " PO-RECEIVED-QTY
                " ya facturado " PO-INVOICED-QTY "; sigue retenida."
          ADD 1 TO WS-SI-Hold-Count
          EXIT PARAGRAPH
       END-IF
       SET SI-Approved TO TRUE
       REWRITE SI-RECORD
          INVALID KEY
             DISPLAY "Error al actualizar la línea " SI-PRODUCT-ID
             ADD 1 TO WS-SI-Hold-Count
             EXIT PARAGRAPH
       END-REWRITE
       ADD SI-QUANTITY TO PO-INVOICED-QTY
       REWRITE PO-RECORD
          INVALID KEY
             DISPLAY "Error al actualizar la orden de compra."
       END-REWRITE
       ADD 1 TO WS-SI-Line-Count.

       Reject-Supplier-Invoice.
       DISPLAY "Rechazo de factura de proveedor retenida:"
       PERFORM Accept-Supplier-Invoice-Key
       PERFORM Open-Supplier-Invoice-File
       IF WS-SI-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de facturas de proveedor."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE WS-SI-Supplier-ID TO SI-SUPPLIER-ID
       MOVE WS-SI-Invoice-Number TO SI-INVOICE-NUMBER
       MOVE 0 TO SI-PRODUCT-ID
       READ SUPPLIER-INVOICE-FILE
          INVALID KEY
             DISPLAY "Factura de proveedor no encontrada."
             CLOSE SUPPLIER-INVOICE-FILE
             PERFORM Main-Menu
             EXIT PARAGRAPH
       END-READ
       IF NOT SI-On-Hold
          DISPLAY "Solo se pueden rechazar facturas retenidas."
          CLOSE SUPPLIER-INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE SI-PO-NUMBER TO WS-SI-PO-Number
       MOVE SI-AMOUNT TO WS-Ord-Value-Display
       DISPLAY "Factura " SI-INVOICE-NUMBER " OC " SI-PO-NUMBER
             " Total " SI-CURRENCY " " WS-Ord-Value-Display
       DISPLAY "No se pagará ninguna línea de la factura."
       DISPLAY "¿Rechazar la factura? (S/N):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line(1:1) NOT = 'S' AND WS-Input-Line(1:1) NOT = 's'
          DISPLAY "Rechazo cancelado."
          CLOSE SUPPLIER-INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Open-PO-File
       IF WS-PO-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de órdenes de compra."
          CLOSE SUPPLIER-INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-SI-Line-Count
       SET WS-SI-Not-EOF TO TRUE
       START SUPPLIER-INVOICE-FILE KEY > SI-KEY
          INVALID KEY
             SET WS-SI-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-SI-EOF
          READ SUPPLIER-INVOICE-FILE NEXT RECORD
             AT END
                SET WS-SI-EOF TO TRUE
             NOT AT END
                IF SI-SUPPLIER-ID NOT = WS-SI-Supplier-ID
                      OR SI-INVOICE-NUMBER NOT = WS-SI-Invoice-Number
                   SET WS-SI-EOF TO TRUE
                ELSE
                   PERFORM Reject-Invoice-Line
                END-IF
          END-READ
       END-PERFORM
       CLOSE PURCHASE-ORDER-FILE
       MOVE WS-SI-Supplier-ID TO SI-SUPPLIER-ID
       MOVE WS-SI-Invoice-Number TO SI-INVOICE-NUMBER
       MOVE 0 TO SI-PRODUCT-ID
       READ SUPPLIER-INVOICE-FILE
          INVALID KEY
             DISPLAY "Error al releer la factura de proveedor."
          NOT INVALID KEY
             SET SI-Rejected TO TRUE
             REWRITE SI-RECORD
                INVALID KEY
                   DISPLAY "Error al actualizar la factura "
                         "de proveedor."
             END-REWRITE
       END-READ
       CLOSE SUPPLIER-INVOICE-FILE
       PERFORM Purge-Match-Holds
       DISPLAY "Factura rechazada; " WS-SI-Purged
             " línea(s) retiradas del archivo de retenciones."

       MOVE 0 TO WS-Audit-Product-ID
       MOVE "RECH-FACP" TO WS-Audit-Action
       MOVE SPACES TO WS-Audit-Before
       STRING "Factura=" WS-SI-Invoice-Number " Proveedor="
             WS-SI-Supplier-ID " Estado=R"
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE SPACES TO WS-Audit-After
       STRING "Factura=" WS-SI-Invoice-Number " Proveedor="
             WS-SI-Supplier-ID " Estado=X Lineas=" WS-SI-Line-Count
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       PERFORM Main-Menu.

       Reject-Invoice-Line.
       IF SI-Approved
          MOVE WS-SI-PO-Number TO PO-NUMBER
          MOVE SI-PRODUCT-ID TO PO-PRODUCT-ID
          READ PURCHASE-ORDER-FILE
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                IF PO-INVOICED-QTY >= SI-QUANTITY
                   SUBTRACT SI-QUANTITY FROM PO-INVOICED-QTY
                ELSE
                   MOVE 0 TO PO-INVOICED-QTY
                END-IF
                REWRITE PO-RECORD
                   INVALID KEY
                      DISPLAY "Error al actualizar la orden de "
                            "compra."
                END-REWRITE
          END-READ
       END-IF
       SET SI-Rejected TO TRUE
       REWRITE SI-RECORD
          INVALID KEY
             DISPLAY "Error al actualizar la línea " SI-PRODUCT-ID
       END-REWRITE
       ADD 1 TO WS-SI-Line-Count.

       Purge-Match-Holds.
       MOVE 0 TO WS-SI-Purged
       OPEN INPUT MATCH-HOLD-FILE
       IF WS-HD-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ARCHIVE-WORK
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ MATCH-HOLD-FILE
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                IF HD-SUPPLIER-ID = WS-SI-Supplier-ID
                      AND HD-INVOICE-NUMBER = WS-SI-Invoice-Number
                   ADD 1 TO WS-SI-Purged
                ELSE
                   MOVE SPACES TO AW-LINE
                   MOVE HD-RECORD TO AW-LINE
                   WRITE AW-LINE
                END-IF
          END-READ
       END-PERFORM
       CLOSE MATCH-HOLD-FILE
       CLOSE ARCHIVE-WORK
       OPEN INPUT ARCHIVE-WORK
       OPEN OUTPUT MATCH-HOLD-FILE
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ ARCHIVE-WORK NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                MOVE AW-LINE TO HD-RECORD
                WRITE HD-RECORD
          END-READ
       END-PERFORM
       CLOSE ARCHIVE-WORK
       CLOSE MATCH-HOLD-FILE.

       Match-Exception-Report.
       OPEN INPUT MATCH-HOLD-FILE
       IF WS-HD-STATUS NOT = "00"
          DISPLAY "No hay facturas de proveedor retenidas."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Open-Supplier-Invoice-File
       IF WS-SI-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de facturas de proveedor."
          CLOSE MATCH-HOLD-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT MATCH-REPORT
       IF WS-MR-STATUS NOT = "00"
          DISPLAY "Error al abrir el informe de excepciones."
          CLOSE MATCH-HOLD-FILE
          CLOSE SUPPLIER-INVOICE-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE 0 TO WS-MR-Count
       MOVE 0 TO WS-MR-Total-Home
       PERFORM Write-Match-Header
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ MATCH-HOLD-FILE
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                PERFORM Write-Match-Detail
          END-READ
       END-PERFORM
       MOVE ALL "-" TO MR-LINE
       WRITE MR-LINE
       MOVE WS-MR-Count TO WS-MT-Count
       MOVE WS-MR-Total-Home TO WS-MT-Value
       MOVE WS-Match-Total-Line TO MR-LINE
       WRITE MR-LINE
       CLOSE MATCH-REPORT
       CLOSE MATCH-HOLD-FILE
       CLOSE SUPPLIER-INVOICE-FILE
       DISPLAY WS-MR-Count " líneas retenidas en el informe."
       DISPLAY "Informe generado en el archivo MATCHRPT."

       PERFORM Main-Menu.

       Write-Match-Detail.
       MOVE HD-SUPPLIER-ID TO SI-SUPPLIER-ID
       MOVE HD-INVOICE-NUMBER TO SI-INVOICE-NUMBER
       MOVE 0 TO SI-PRODUCT-ID
       READ SUPPLIER-INVOICE-FILE
          INVALID KEY
             EXIT PARAGRAPH
       END-READ
       IF NOT SI-On-Hold
          EXIT PARAGRAPH
       END-IF
       MOVE HD-PRODUCT-ID TO SI-PRODUCT-ID
       READ SUPPLIER-INVOICE-FILE
          INVALID KEY
             EXIT PARAGRAPH
       END-READ
       IF NOT SI-On-Hold
          EXIT PARAGRAPH
       END-IF
       IF WS-Report-Line-Count >= WS-Lines-Per-Page
          PERFORM Write-Match-Header
       END-IF
       MOVE HD-CURRENCY TO WS-Rate-Currency
       PERFORM Find-Current-Rate
       COMPUTE WS-MR-Var-Home ROUNDED = HD-VARIANCE * WS-Rate-Value
       MOVE HD-SUPPLIER-ID TO WS-MD-Supplier
       MOVE HD-INVOICE-NUMBER TO WS-MD-Invoice
       MOVE HD-PO-NUMBER TO WS-MD-PO
       MOVE HD-PRODUCT-ID TO WS-MD-Product
       MOVE HD-INVOICED-QTY TO WS-MD-Inv-Qty
       MOVE HD-OPEN-QTY TO WS-MD-Open-Qty
       MOVE HD-INVOICED-PRICE TO WS-MD-Inv-Price
       MOVE HD-PO-PRICE TO WS-MD-PO-Price
       MOVE HD-CURRENCY TO WS-MD-Currency
       MOVE HD-VARIANCE TO WS-MD-Var
       MOVE WS-MR-Var-Home TO WS-MD-Var-Home
       IF WS-Rate-Found
          MOVE HD-REASON TO WS-MD-Reason
       ELSE
          MOVE "SIN COTIZACION" TO WS-MD-Reason
       END-IF
       ADD WS-MR-Var-Home TO WS-MR-Total-Home
       ADD 1 TO WS-MR-Count
       MOVE WS-Match-Detail TO MR-LINE
       WRITE MR-LINE
       ADD 1 TO WS-Report-Line-Count.

       Write-Match-Header.
       IF WS-Page-Number > 0
          MOVE SPACES TO MR-LINE
          WRITE MR-LINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE WS-Page-Number TO WS-MRH-Page
       MOVE WS-Match-Header-1 TO MR-LINE
       WRITE MR-LINE
       MOVE WS-Match-Header-2 TO MR-LINE
       WRITE MR-LINE
       MOVE ALL "-" TO MR-LINE
       WRITE MR-LINE.

       Kit-Menu.
       DISPLAY "Kits y armados:"
       DISPLAY "1. Mantener lista de materiales"
       DISPLAY "2. Armar kit"
       DISPLAY "3. Desarmar kit"
       DISPLAY "4. Consulta de dónde se usa un componente"
       DISPLAY "5. Recalcular costo promedio de kits"
       DISPLAY "6. Volver al menú principal"
       ACCEPT Choice
       EVALUATE Choice
          WHEN '1'
             PERFORM Maintain-Bom
          WHEN '2'
             PERFORM Assemble-Kit
          WHEN '3'
             PERFORM Disassemble-Kit
          WHEN '4'
             PERFORM Where-Used-Inquiry
          WHEN '5'
             PERFORM Roll-Up-Kit-Costs
          WHEN '6'
             PERFORM Main-Menu
          WHEN OTHER
             DISPLAY "Opción no válida. Inténtelo de nuevo."
             PERFORM Kit-Menu
       END-EVALUATE.

       Maintain-Bom.
       DISPLAY "Lista de materiales - producto compuesto:"
       PERFORM Accept-Product-Key
       PERFORM Find-Product
       IF WS-Not-Found
          DISPLAY "Producto no encontrado."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE ID-Temp TO WS-Kit-Parent-ID
       DISPLAY "Kit: " Name-List(WS-Product-Index)
       PERFORM List-Bom-Components
       MOVE 1 TO ID-Temp
       PERFORM UNTIL ID-Temp = 0
          DISPLAY "Componente a agregar o modificar"
                " (vacío = terminar):"
          PERFORM Accept-Product-Key
          IF ID-Temp NOT = 0
             PERFORM Maintain-Bom-Line
             MOVE 1 TO ID-Temp
          END-IF
       END-PERFORM
       PERFORM List-Bom-Components

       PERFORM Main-Menu.

       List-Bom-Components.
       MOVE 0 TO WS-Kit-Comp-Count
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
          IF Bom-Parent-List(WS-Bom-Index) = WS-Kit-Parent-ID
             ADD 1 TO WS-Kit-Comp-Count
             MOVE Bom-Component-List(WS-Bom-Index) TO ID-Temp
             PERFORM Find-Product-Any
             IF WS-Found
                DISPLAY "  " Bom-Component-List(WS-Bom-Index) " "
                      Name-List(WS-Product-Index) " x "
                      Bom-Qty-List(WS-Bom-Index)
             ELSE
                DISPLAY "  " Bom-Component-List(WS-Bom-Index)
                      " (DESCONOCIDO) x " Bom-Qty-List(WS-Bom-Index)
             END-IF
          END-IF
       END-PERFORM
       IF WS-Kit-Comp-Count = 0
          DISPLAY "  (sin componentes)"
       END-IF.

       Count-Kit-Components.
       MOVE 0 TO WS-Kit-Comp-Count
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
          IF Bom-Parent-List(WS-Bom-Index) = WS-Kit-Parent-ID
             ADD 1 TO WS-Kit-Comp-Count
          END-IF
       END-PERFORM.

       Find-Bom-Line.
       MOVE 0 TO WS-Bom-Found-Index
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
                OR WS-Bom-Found-Index > 0
          IF Bom-Parent-List(WS-Bom-Index) = WS-Kit-Parent-ID
                AND Bom-Component-List(WS-Bom-Index)
                   = WS-Kit-Component-ID
             MOVE WS-Bom-Index TO WS-Bom-Found-Index
          END-IF
       END-PERFORM.

       Maintain-Bom-Line.
       PERFORM Find-Product
       IF WS-Not-Found
          DISPLAY "Componente no encontrado o inactivo."
          EXIT PARAGRAPH
       END-IF
       IF ID-Temp = WS-Kit-Parent-ID
          DISPLAY "Un producto no puede ser componente de sí mismo."
          EXIT PARAGRAPH
       END-IF
       MOVE ID-Temp TO WS-Kit-Component-ID
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
          IF Bom-Parent-List(WS-Bom-Index) = WS-Kit-Component-ID
                AND Bom-Component-List(WS-Bom-Index)
                   = WS-Kit-Parent-ID
             DISPLAY "El componente ya contiene a este kit; "
                   "se rechaza para evitar un ciclo."
             EXIT PARAGRAPH
          END-IF
       END-PERFORM
       PERFORM Find-Bom-Line
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Cantidad por unidad de kit (0 = quitar):"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result >= 0 AND WS-Numval-Result <= 9999
                MOVE WS-Numval-Result TO WS-Bom-Qty
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       MOVE WS-Kit-Parent-ID TO BM-PARENT-ID
       MOVE WS-Kit-Component-ID TO BM-COMPONENT-ID
       MOVE WS-Kit-Parent-ID TO WS-Audit-Product-ID
       MOVE SPACES TO WS-Audit-Before
       MOVE SPACES TO WS-Audit-After
       EVALUATE TRUE
          WHEN WS-Bom-Qty = 0 AND WS-Bom-Found-Index = 0
             DISPLAY "El componente no estaba en la lista."
             EXIT PARAGRAPH
          WHEN WS-Bom-Qty = 0
             DELETE BOM-FILE
                INVALID KEY
                   DISPLAY "Error al borrar el componente."
                   EXIT PARAGRAPH
             END-DELETE
             MOVE "BAJA-BOM" TO WS-Audit-Action
             STRING "Comp=" WS-Kit-Component-ID
                " Cant=" Bom-Qty-List(WS-Bom-Found-Index)
                DELIMITED BY SIZE INTO WS-Audit-Before
             PERFORM VARYING WS-Bom-Index FROM WS-Bom-Found-Index
                   BY 1 UNTIL WS-Bom-Index >= Bom-Count
                MOVE Bom-Entry(WS-Bom-Index + 1)
                   TO Bom-Entry(WS-Bom-Index)
             END-PERFORM
             SUBTRACT 1 FROM Bom-Count
             DISPLAY "Componente quitado."
          WHEN WS-Bom-Found-Index > 0
             MOVE WS-Bom-Qty TO BM-QTY-PER
             REWRITE BM-RECORD
                INVALID KEY
                   DISPLAY "Error al actualizar el componente."
                   EXIT PARAGRAPH
             END-REWRITE
             MOVE "ACT-BOM" TO WS-Audit-Action
             STRING "Comp=" WS-Kit-Component-ID
                " Cant=" Bom-Qty-List(WS-Bom-Found-Index)
                DELIMITED BY SIZE INTO WS-Audit-Before
             STRING "Comp=" WS-Kit-Component-ID " Cant=" WS-Bom-Qty
                DELIMITED BY SIZE INTO WS-Audit-After
             MOVE WS-Bom-Qty TO Bom-Qty-List(WS-Bom-Found-Index)
             DISPLAY "Cantidad actualizada."
          WHEN OTHER
             IF Bom-Count >= WS-Max-Bom
                DISPLAY "La lista de materiales está completa."
                EXIT PARAGRAPH
             END-IF
             MOVE WS-Bom-Qty TO BM-QTY-PER
             WRITE BM-RECORD
                INVALID KEY
                   DISPLAY "Error al grabar el componente."
                   EXIT PARAGRAPH
             END-WRITE
             MOVE "ALTA-BOM" TO WS-Audit-Action
             STRING "Comp=" WS-Kit-Component-ID " Cant=" WS-Bom-Qty
                DELIMITED BY SIZE INTO WS-Audit-After
             ADD 1 TO Bom-Count
             MOVE WS-Kit-Parent-ID TO Bom-Parent-List(Bom-Count)
             MOVE WS-Kit-Component-ID TO Bom-Component-List(Bom-Count)
             MOVE WS-Bom-Qty TO Bom-Qty-List(Bom-Count)
             DISPLAY "Componente agregado."
       END-EVALUATE
       PERFORM Write-Audit-Log.

       Accept-Kit-Quantity.
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese la cantidad de kits:"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result > 0 AND WS-Numval-Result <= 99999
                MOVE WS-Numval-Result TO WS-Kit-Qty
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM.

       Assemble-Kit.
       DISPLAY "Armado de kits:"
       PERFORM Accept-Product-Key
       PERFORM Find-Product
       IF WS-Not-Found
          DISPLAY "Producto no encontrado."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE ID-Temp TO WS-Kit-Parent-ID
       PERFORM Count-Kit-Components
       IF WS-Kit-Comp-Count = 0
          DISPLAY "El producto no tiene lista de materiales."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Kit: " Name-List(WS-Product-Index)
       PERFORM Accept-Kit-Quantity
       PERFORM Accept-Location
       PERFORM Check-Kit-Availability
       IF WS-Kit-Short
          DISPLAY "Armado no realizado por faltante de componentes."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-Kit-Reason
       STRING "KIT" WS-Kit-Parent-ID DELIMITED BY SIZE
          INTO WS-Kit-Reason
       MOVE 0 TO WS-Kit-Errors
       MOVE SPACES TO WS-Kit-Issued-Table
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
          IF Bom-Parent-List(WS-Bom-Index) = WS-Kit-Parent-ID
             PERFORM Issue-Kit-Component
          END-IF
       END-PERFORM
       IF WS-Kit-Errors = 0
          PERFORM Receive-Kit-Parent
       END-IF
       IF WS-Kit-Errors > 0
          DISPLAY "ATENCION: " WS-Kit-Errors
                " movimiento(s) del armado no se aplicaron;"
                " el kit no se ingresó al stock."
          PERFORM Reverse-Kit-Issues
          DISPLAY "Revise el historial de movimientos."
       ELSE
          DISPLAY "Armado registrado con éxito."
       END-IF

       PERFORM Main-Menu.

       Check-Kit-Availability.
       SET WS-Kit-Available TO TRUE
       MOVE 0 TO WS-Kit-Unit-Cost
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
          IF Bom-Parent-List(WS-Bom-Index) = WS-Kit-Parent-ID
             MOVE Bom-Component-List(WS-Bom-Index) TO ID-Temp
             COMPUTE WS-Kit-Required =
                   WS-Kit-Qty * Bom-Qty-List(WS-Bom-Index)
             PERFORM Find-Product
             IF WS-Not-Found
                DISPLAY "Componente " ID-Temp
                      " no encontrado o inactivo."
                SET WS-Kit-Short TO TRUE
             ELSE
                PERFORM Take-Product-Snapshot
                PERFORM Check-Product-Master
                IF WS-Record-Current
                   UNLOCK PRODUCT-MASTER
                END-IF
                COMPUTE WS-Kit-Unit-Cost = WS-Kit-Unit-Cost
                      + Bom-Qty-List(WS-Bom-Index)
                      * Avg-Cost-List(WS-Product-Index)
                IF WS-Kit-Required > 99999 OR WS-Kit-Required >
                      Loc-Qty-List(WS-Product-Index, WS-Location)
                   MOVE WS-Kit-Required TO WS-Kit-Qty-Display
                   DISPLAY "Faltante: " Name-List(WS-Product-Index)
                         " requiere " WS-Kit-Qty-Display
                         " disponible "
                         Loc-Qty-List(WS-Product-Index, WS-Location)
                   SET WS-Kit-Short TO TRUE
                END-IF
             END-IF
          END-IF
       END-PERFORM.

       Issue-Kit-Component.
       MOVE Bom-Component-List(WS-Bom-Index) TO ID-Temp
       PERFORM Find-Product
       IF WS-Not-Found
          ADD 1 TO WS-Kit-Errors
          EXIT PARAGRAPH
       END-IF
       COMPUTE WS-Kit-Required =
             WS-Kit-Qty * Bom-Qty-List(WS-Bom-Index)
       PERFORM Take-Product-Snapshot
       MOVE Quantity-List(WS-Product-Index) TO WS-Old-Stock
       SUBTRACT WS-Kit-Required
          FROM Loc-Qty-List(WS-Product-Index, WS-Location)
       SUBTRACT WS-Kit-Required FROM Quantity-List(WS-Product-Index)
       PERFORM Rewrite-Product-Master
       IF WS-Record-Stale
          DISPLAY "Componente " ID-Temp " no descontado."
          ADD 1 TO WS-Kit-Errors
          EXIT PARAGRAPH
       END-IF
       MOVE ID-List(WS-Product-Index) TO WS-Mov-Product-ID
       MOVE 'C' TO WS-Mov-Type
       MOVE WS-Kit-Reason TO WS-Mov-Reason
       MOVE ID-List(WS-Product-Index) TO WS-Lot-Product-ID
       MOVE WS-Location TO WS-Lot-Location
       MOVE WS-Kit-Required TO WS-Lot-Draw-Qty
       PERFORM Draw-Down-Lots
       SET WS-Lot-Outbound TO TRUE
       MOVE WS-Old-Stock TO WS-Lot-Balance
       PERFORM Write-Lot-Movements
       MOVE 'Y' TO WS-Kit-Issued-Flag(WS-Bom-Index).

       Reverse-Kit-Issues.
       MOVE SPACES TO WS-Kit-Reason
       STRING "REV" WS-Kit-Parent-ID DELIMITED BY SIZE
          INTO WS-Kit-Reason
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
          IF Bom-Parent-List(WS-Bom-Index) = WS-Kit-Parent-ID
                AND WS-Kit-Issued-Flag(WS-Bom-Index) = 'Y'
             DISPLAY "Reintegrando componente "
                   Bom-Component-List(WS-Bom-Index)
             PERFORM Return-Kit-Component
          END-IF
       END-PERFORM.

       Receive-Kit-Parent.
       MOVE WS-Kit-Parent-ID TO ID-Temp
       PERFORM Find-Product-Any
       PERFORM Take-Product-Snapshot
       MOVE Quantity-List(WS-Product-Index) TO WS-Old-Stock
       MOVE Avg-Cost-List(WS-Product-Index) TO WS-Kit-Old-Cost
       ADD WS-Kit-Qty TO Quantity-List(WS-Product-Index)
       ADD WS-Kit-Qty TO Loc-Qty-List(WS-Product-Index, WS-Location)
       MOVE WS-Old-Stock TO WS-Avg-Old-Qty
       MOVE WS-Kit-Qty TO WS-Avg-Rcv-Qty
       MOVE WS-Kit-Unit-Cost TO WS-Avg-Unit-Cost
       PERFORM Update-Average-Cost
       MOVE WS-Kit-Unit-Cost TO Cost-List(WS-Product-Index)
       PERFORM Rewrite-Product-Master
       IF WS-Record-Stale
          DISPLAY "Kit " WS-Kit-Parent-ID " no ingresado al stock."
          ADD 1 TO WS-Kit-Errors
          EXIT PARAGRAPH
       END-IF
       MOVE ID-List(WS-Product-Index) TO WS-Mov-Product-ID
       MOVE 'K' TO WS-Mov-Type
       MOVE WS-Kit-Qty TO WS-Mov-Qty-In
       MOVE 0 TO WS-Mov-Qty-Out
       MOVE WS-Kit-Reason TO WS-Mov-Reason
       MOVE Quantity-List(WS-Product-Index) TO WS-Mov-Balance
       MOVE WS-Location TO WS-Mov-Location
       PERFORM Write-Stock-Movement

       MOVE ID-List(WS-Product-Index) TO WS-Audit-Product-ID
       MOVE "ARMADO" TO WS-Audit-Action
       MOVE WS-Old-Stock TO WS-Audit-Qty-Display
       MOVE WS-Kit-Old-Cost TO WS-Audit-Price-Display
       MOVE SPACES TO WS-Audit-Before
       STRING "Stock=" WS-Audit-Qty-Display
          " CostoProm=" WS-Audit-Price-Display
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE Quantity-List(WS-Product-Index) TO WS-Audit-Qty-Display
       MOVE Avg-Cost-List(WS-Product-Index) TO WS-Audit-Price-Display
       MOVE SPACES TO WS-Audit-After
       STRING "Stock=" WS-Audit-Qty-Display
          " CostoProm=" WS-Audit-Price-Display
          " Dep=" WS-Location
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       MOVE ID-List(WS-Product-Index) TO WS-Realloc-ID
       PERFORM Reallocate-Backorders.

       Disassemble-Kit.
       DISPLAY "Desarme de kits:"
       PERFORM Accept-Product-Key
       PERFORM Find-Product
       IF WS-Not-Found
          DISPLAY "Producto no encontrado."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE ID-Temp TO WS-Kit-Parent-ID
       PERFORM Count-Kit-Components
       IF WS-Kit-Comp-Count = 0
          DISPLAY "El producto no tiene lista de materiales."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Kit: " Name-List(WS-Product-Index)
       PERFORM Accept-Kit-Quantity
       PERFORM Accept-Location
       PERFORM Check-Kit-Return-Capacity
       IF WS-Kit-Short
          DISPLAY "Desarme no realizado: un componente no puede "
                "reingresar al stock."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE WS-Kit-Parent-ID TO ID-Temp
       PERFORM Find-Product
       PERFORM Take-Product-Snapshot
       IF WS-Kit-Qty > Loc-Qty-List(WS-Product-Index, WS-Location)
          DISPLAY "Stock insuficiente del kit en el depósito "
                WS-Location ": "
                Loc-Qty-List(WS-Product-Index, WS-Location)
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE Quantity-List(WS-Product-Index) TO WS-Old-Stock
       SUBTRACT WS-Kit-Qty
          FROM Loc-Qty-List(WS-Product-Index, WS-Location)
       SUBTRACT WS-Kit-Qty FROM Quantity-List(WS-Product-Index)
       PERFORM Rewrite-Product-Master
       IF WS-Record-Stale
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-Kit-Reason
       STRING "DES" WS-Kit-Parent-ID DELIMITED BY SIZE
          INTO WS-Kit-Reason
       MOVE ID-List(WS-Product-Index) TO WS-Mov-Product-ID
       MOVE 'K' TO WS-Mov-Type
       MOVE WS-Kit-Reason TO WS-Mov-Reason
       MOVE ID-List(WS-Product-Index) TO WS-Lot-Product-ID
       MOVE WS-Location TO WS-Lot-Location
       MOVE WS-Kit-Qty TO WS-Lot-Draw-Qty
       PERFORM Draw-Down-Lots
       SET WS-Lot-Outbound TO TRUE
       MOVE WS-Old-Stock TO WS-Lot-Balance
       PERFORM Write-Lot-Movements

       MOVE ID-List(WS-Product-Index) TO WS-Audit-Product-ID
       MOVE "DESARME" TO WS-Audit-Action
       MOVE WS-Old-Stock TO WS-Audit-Qty-Display
       MOVE SPACES TO WS-Audit-Before
       STRING "Stock=" WS-Audit-Qty-Display
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE Quantity-List(WS-Product-Index) TO WS-Audit-Qty-Display
       MOVE SPACES TO WS-Audit-After
       STRING "Stock=" WS-Audit-Qty-Display " Dep=" WS-Location
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       MOVE 0 TO WS-Kit-Errors
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
          IF Bom-Parent-List(WS-Bom-Index) = WS-Kit-Parent-ID
             PERFORM Return-Kit-Component
          END-IF
       END-PERFORM
       IF WS-Kit-Errors > 0
          DISPLAY "ATENCION: " WS-Kit-Errors
                " componente(s) no reingresaron; revise el historial."
       ELSE
          DISPLAY "Desarme registrado con éxito."
       END-IF

       PERFORM Main-Menu.

       Check-Kit-Return-Capacity.
       SET WS-Kit-Available TO TRUE
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
          IF Bom-Parent-List(WS-Bom-Index) = WS-Kit-Parent-ID
             MOVE Bom-Component-List(WS-Bom-Index) TO ID-Temp
             COMPUTE WS-Kit-Required =
                   WS-Kit-Qty * Bom-Qty-List(WS-Bom-Index)
             PERFORM Find-Product-Any
             IF WS-Not-Found
                DISPLAY "Componente " ID-Temp " no encontrado."
                SET WS-Kit-Short TO TRUE
             ELSE
                IF WS-Kit-Required + Quantity-List(WS-Product-Index)
                      > 99999
                   DISPLAY "Componente " ID-Temp
                         " excede el stock máximo."
                   SET WS-Kit-Short TO TRUE
                END-IF
             END-IF
          END-IF
       END-PERFORM.

       Return-Kit-Component.
       MOVE Bom-Component-List(WS-Bom-Index) TO ID-Temp
       PERFORM Find-Product-Any
       IF WS-Not-Found
          ADD 1 TO WS-Kit-Errors
          EXIT PARAGRAPH
       END-IF
       COMPUTE WS-Kit-Required =
             WS-Kit-Qty * Bom-Qty-List(WS-Bom-Index)
       IF WS-Kit-Required + Quantity-List(WS-Product-Index) > 99999
          DISPLAY "Componente " ID-Temp " excede el stock máximo."
          ADD 1 TO WS-Kit-Errors
          EXIT PARAGRAPH
       END-IF
       PERFORM Take-Product-Snapshot
       ADD WS-Kit-Required
          TO Loc-Qty-List(WS-Product-Index, WS-Location)
       ADD WS-Kit-Required TO Quantity-List(WS-Product-Index)
       PERFORM Rewrite-Product-Master
       IF WS-Record-Stale
          DISPLAY "Componente " ID-Temp " no reingresado."
          ADD 1 TO WS-Kit-Errors
          EXIT PARAGRAPH
       END-IF
       MOVE ID-List(WS-Product-Index) TO WS-Mov-Product-ID
       MOVE 'C' TO WS-Mov-Type
       MOVE WS-Kit-Required TO WS-Mov-Qty-In
       MOVE 0 TO WS-Mov-Qty-Out
       MOVE WS-Kit-Reason TO WS-Mov-Reason
       MOVE Quantity-List(WS-Product-Index) TO WS-Mov-Balance
       MOVE WS-Location TO WS-Mov-Location
       PERFORM Write-Stock-Movement
       MOVE ID-List(WS-Product-Index) TO WS-Realloc-ID
       PERFORM Reallocate-Backorders.

       Where-Used-Inquiry.
       DISPLAY "Consulta de dónde se usa un componente:"
       PERFORM Accept-Product-Key
       MOVE ID-Temp TO WS-Kit-Component-ID
       PERFORM Find-Product-Any
       IF WS-Not-Found
          DISPLAY "Producto no encontrado."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Componente: " Name-List(WS-Product-Index)
       MOVE 0 TO WS-Kit-Comp-Count
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
          IF Bom-Component-List(WS-Bom-Index) = WS-Kit-Component-ID
             ADD 1 TO WS-Kit-Comp-Count
             MOVE Bom-Parent-List(WS-Bom-Index) TO ID-Temp
             PERFORM Find-Product-Any
             IF WS-Found
                DISPLAY "  Kit " Bom-Parent-List(WS-Bom-Index) " "
                      Name-List(WS-Product-Index) " usa "
                      Bom-Qty-List(WS-Bom-Index) " por unidad"
             ELSE
                DISPLAY "  Kit " Bom-Parent-List(WS-Bom-Index)
                      " (DESCONOCIDO) usa "
                      Bom-Qty-List(WS-Bom-Index) " por unidad"
             END-IF
          END-IF
       END-PERFORM
       IF WS-Kit-Comp-Count = 0
          DISPLAY "El producto no se usa en ningún kit."
       END-IF

       PERFORM Main-Menu.

       Roll-Up-Kit-Costs.
       DISPLAY "Recálculo del costo promedio de kits:"
       MOVE 0 TO WS-Kit-Rolled
       MOVE 0 TO WS-Kit-Pass
       SET WS-Kit-Changed TO TRUE
       PERFORM UNTIL WS-Kit-Unchanged
             OR WS-Kit-Pass >= WS-Kit-Max-Levels
          ADD 1 TO WS-Kit-Pass
          SET WS-Kit-Unchanged TO TRUE
          PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
             MOVE ID-List(I) TO WS-Kit-Parent-ID
             PERFORM Count-Kit-Components
             IF WS-Kit-Comp-Count > 0
                PERFORM Roll-Up-Kit-Cost
             END-IF
          END-PERFORM
       END-PERFORM
       DISPLAY "Kits con costo actualizado: " WS-Kit-Rolled

       PERFORM Main-Menu.

       Roll-Up-Kit-Cost.
       MOVE 0 TO WS-Kit-Unit-Cost
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
          IF Bom-Parent-List(WS-Bom-Index) = WS-Kit-Parent-ID
             MOVE Bom-Component-List(WS-Bom-Index) TO ID-Temp
             PERFORM Find-Product-Any
             IF WS-Found
                COMPUTE WS-Kit-Unit-Cost = WS-Kit-Unit-Cost
                      + Bom-Qty-List(WS-Bom-Index)
                      * Avg-Cost-List(WS-Product-Index)
             END-IF
          END-IF
       END-PERFORM
       IF WS-Kit-Unit-Cost > 99999.99
          DISPLAY "Kit " WS-Kit-Parent-ID
                " supera el costo máximo; no se actualizó."
          EXIT PARAGRAPH
       END-IF
       MOVE I TO WS-Product-Index
       IF Avg-Cost-List(WS-Product-Index) = WS-Kit-Unit-Cost
          EXIT PARAGRAPH
       END-IF
       PERFORM Take-Product-Snapshot
       MOVE Avg-Cost-List(WS-Product-Index) TO WS-Kit-Old-Cost
       MOVE WS-Kit-Unit-Cost TO Avg-Cost-List(WS-Product-Index)
       PERFORM Rewrite-Product-Master
       IF WS-Record-Stale
          EXIT PARAGRAPH
       END-IF
       SET WS-Kit-Changed TO TRUE
       ADD 1 TO WS-Kit-Rolled
       MOVE ID-List(WS-Product-Index) TO WS-Audit-Product-ID
       MOVE "COSTO-KIT" TO WS-Audit-Action
       MOVE WS-Kit-Old-Cost TO WS-Audit-Price-Display
       MOVE SPACES TO WS-Audit-Before
       STRING "CostoProm=" WS-Audit-Price-Display
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE Avg-Cost-List(WS-Product-Index) TO WS-Audit-Price-Display
       MOVE SPACES TO WS-Audit-After
       STRING "CostoProm=" WS-Audit-Price-Display
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log.

       Explode-Kit-Demand.
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
          MOVE 0 TO Kit-Demand(I)
          MOVE 'N' TO Kit-Parent-Flag(I)
       END-PERFORM
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
          MOVE Bom-Parent-List(WS-Bom-Index) TO ID-Temp
          PERFORM Find-Product-Any
          IF WS-Found
             MOVE 'Y' TO Kit-Parent-Flag(WS-Product-Index)
          END-IF
       END-PERFORM
       MOVE 0 TO WS-Kit-Pass
       SET WS-Kit-Changed TO TRUE
       PERFORM UNTIL WS-Kit-Unchanged
             OR WS-Kit-Pass >= WS-Kit-Max-Levels
          ADD 1 TO WS-Kit-Pass
          PERFORM Explode-Kit-Pass
       END-PERFORM.

       Explode-Kit-Pass.
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
          MOVE 0 TO Kit-Demand-New(I)
       END-PERFORM
       PERFORM VARYING WS-Bom-Index FROM 1 BY 1
             UNTIL WS-Bom-Index > Bom-Count
          MOVE Bom-Parent-List(WS-Bom-Index) TO ID-Temp
          PERFORM Find-Product
          IF WS-Found
             MOVE WS-Product-Index TO WS-Kit-Parent-Index
             COMPUTE WS-Kit-Projected =
                   Quantity-List(WS-Kit-Parent-Index)
                   - Kit-Demand(WS-Kit-Parent-Index)
             IF WS-Kit-Projected < Reorder-List(WS-Kit-Parent-Index)
                COMPUTE WS-Kit-Build-Qty =
                      Reorder-List(WS-Kit-Parent-Index)
                      - WS-Kit-Projected + 1
                MOVE Bom-Component-List(WS-Bom-Index) TO ID-Temp
                PERFORM Find-Product-Any
                IF WS-Found
                   COMPUTE Kit-Demand-New(WS-Product-Index) =
                         Kit-Demand-New(WS-Product-Index)
                         + WS-Kit-Build-Qty
                         * Bom-Qty-List(WS-Bom-Index)
                END-IF
             END-IF
          END-IF
       END-PERFORM
       SET WS-Kit-Unchanged TO TRUE
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
          IF Kit-Demand-New(I) NOT = Kit-Demand(I)
             SET WS-Kit-Changed TO TRUE
             MOVE Kit-Demand-New(I) TO Kit-Demand(I)
          END-IF
       END-PERFORM.

       Return-Menu.
       DISPLAY "Devoluciones:"
       DISPLAY "1. Devolución de cliente"
       DISPLAY "2. Devolución a proveedor"
       DISPLAY "3. Informe mensual de devoluciones"
       DISPLAY "4. Resolver devolución en inspección"
       DISPLAY "5. Volver al menú principal"
       ACCEPT Choice
       EVALUATE Choice
          WHEN '1'
             PERFORM Customer-Return
          WHEN '2'
             PERFORM Supplier-Return
          WHEN '3'
             PERFORM Returns-Report
          WHEN '4'
             PERFORM Resolve-Inspection
          WHEN '5'
             PERFORM Main-Menu
          WHEN OTHER
             DISPLAY "Opción no válida. Inténtelo de nuevo."
             PERFORM Return-Menu
       END-EVALUATE.

       Open-Return-File.
       OPEN EXTEND RETURN-FILE
       IF WS-RN-STATUS NOT = "00"
          OPEN OUTPUT RETURN-FILE
       END-IF.

       Accept-Return-Quantity.
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese la cantidad devuelta (0 = omitir):"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result >= 0
                   AND WS-Numval-Result <= WS-Ret-Available
                MOVE WS-Numval-Result TO WS-Ret-Qty
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "La cantidad no puede superar "
                      WS-Ret-Available
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM.

       Accept-Return-Reason.
       DISPLAY "Motivos: DF defectuoso, DA dañado en tránsito,"
       DISPLAY "         ER error de despacho, VE vencido,"
       DISPLAY "         NR no requerido, OT otro motivo"
       MOVE SPACES TO WS-Ret-Reason-Desc
       PERFORM UNTIL WS-Ret-Reason-Desc NOT = SPACES
          DISPLAY "Ingrese el código de motivo:"
          ACCEPT WS-Input-Line
          MOVE FUNCTION UPPER-CASE(WS-Input-Line(1:2))
             TO WS-Ret-Reason-Code
          PERFORM Describe-Return-Reason
          IF WS-Ret-Reason-Desc = SPACES
             DISPLAY "Motivo inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM.

       Describe-Return-Reason.
       EVALUATE WS-Ret-Reason-Code
          WHEN "DF"
             MOVE "DEFECTUOSO" TO WS-Ret-Reason-Desc
          WHEN "DA"
             MOVE "DANADO EN TRANSITO" TO WS-Ret-Reason-Desc
          WHEN "ER"
             MOVE "ERROR DE DESPACHO" TO WS-Ret-Reason-Desc
          WHEN "VE"
             MOVE "VENCIDO" TO WS-Ret-Reason-Desc
          WHEN "NR"
             MOVE "NO REQUERIDO" TO WS-Ret-Reason-Desc
          WHEN "OT"
             MOVE "OTRO MOTIVO" TO WS-Ret-Reason-Desc
          WHEN OTHER
             MOVE SPACES TO WS-Ret-Reason-Desc
       END-EVALUATE.

       Describe-Return-Disposition.
       EVALUATE TRUE
          WHEN WS-Ret-To-Stock
             MOVE "STOCK" TO WS-Ret-Disp-Desc
          WHEN WS-Ret-To-Inspection
             MOVE "INSPECCION" TO WS-Ret-Disp-Desc
          WHEN WS-Ret-To-Scrap
             MOVE "DESECHO" TO WS-Ret-Disp-Desc
          WHEN WS-Ret-Replacement
             MOVE "REPOSICION" TO WS-Ret-Disp-Desc
          WHEN WS-Ret-No-Replacement
             MOVE "SIN REPOS." TO WS-Ret-Disp-Desc
          WHEN OTHER
             MOVE SPACES TO WS-Ret-Disp-Desc
       END-EVALUATE.

       Write-Return-Record.
       MOVE FUNCTION CURRENT-DATE TO WS-Timestamp-Work
       MOVE WS-Timestamp-Work(1:8) TO RN-DATE
       MOVE WS-Timestamp-Work(9:8) TO RN-TIME
       MOVE ID-List(WS-Product-Index) TO RN-PRODUCT-ID
       MOVE WS-Ret-Doc-Number TO RN-DOC-NUMBER
       MOVE WS-Ret-Qty TO RN-QUANTITY
       MOVE WS-Ret-Reason-Code TO RN-REASON-CODE
       MOVE WS-Ret-Disposition TO RN-DISPOSITION
       MOVE WS-Location TO RN-LOCATION
       MOVE WS-Ret-Unit-Cost TO RN-UNIT-COST
       MOVE WS-Ret-Value TO RN-VALUE
       IF WS-Ret-To-Inspection
          SET RN-Inspect-Pending TO TRUE
       ELSE
          MOVE SPACE TO RN-INSPECT-STATUS
       END-IF
       MOVE 0 TO RN-RESOLVED-DATE
       WRITE RN-RECORD.

       Customer-Return.
       DISPLAY "Devolución de cliente:"
       PERFORM Open-Order-File
       IF WS-SO-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de pedidos."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Open-Return-File
       IF WS-RN-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de devoluciones."
          CLOSE CUSTOMER-ORDER-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Ingrese el número de pedido original:"
       ACCEPT WS-Ord-Number
       MOVE WS-Ord-Number TO WS-Ret-Doc-Number
       MOVE 0 TO WS-Ret-Line-Count
       MOVE 0 TO WS-Ret-Done-Count
       MOVE 0 TO Restock-Count
       MOVE WS-Ord-Number TO SO-NUMBER
       MOVE 0 TO SO-PRODUCT-ID
       SET WS-SO-Not-EOF TO TRUE
       START CUSTOMER-ORDER-FILE KEY >= SO-KEY
          INVALID KEY
             SET WS-SO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-SO-EOF
          READ CUSTOMER-ORDER-FILE NEXT RECORD
             AT END
                SET WS-SO-EOF TO TRUE
             NOT AT END
                IF SO-NUMBER NOT = WS-Ord-Number
                   SET WS-SO-EOF TO TRUE
                ELSE
                   ADD 1 TO WS-Ret-Line-Count
                   PERFORM Customer-Return-Line
                END-IF
          END-READ
       END-PERFORM
       CLOSE CUSTOMER-ORDER-FILE
       CLOSE RETURN-FILE
       PERFORM VARYING WS-Ret-Index FROM 1 BY 1
             UNTIL WS-Ret-Index > Restock-Count
          MOVE Restock-ID-List(WS-Ret-Index) TO WS-Realloc-ID
          PERFORM Reallocate-Backorders
       END-PERFORM
       IF WS-Ret-Line-Count = 0
          DISPLAY "Pedido no encontrado."
       ELSE
          DISPLAY "Devolución del pedido " WS-Ord-Number
                " terminada: " WS-Ret-Done-Count " línea(s)."
       END-IF

       PERFORM Main-Menu.

       Customer-Return-Line.
       COMPUTE WS-Ret-Available = SO-SHIPPED-QTY - SO-RETURNED-QTY
       IF WS-Ret-Available <= 0
          DISPLAY "Línea " SO-PRODUCT-ID
                " sin unidades despachadas para devolver."
          EXIT PARAGRAPH
       END-IF
       MOVE SO-PRODUCT-ID TO ID-Temp
       PERFORM Find-Product-Any
       IF WS-Not-Found
          DISPLAY "Producto " SO-PRODUCT-ID
                " no encontrado. Línea omitida."
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Producto: " Name-List(WS-Product-Index)
       DISPLAY "  Despachado: " SO-SHIPPED-QTY
             "  Devuelto: " SO-RETURNED-QTY
       PERFORM Accept-Return-Quantity
       IF WS-Ret-Qty = 0
          EXIT PARAGRAPH
       END-IF
       PERFORM Accept-Return-Reason
       MOVE SPACES TO WS-Ret-Disposition
       PERFORM UNTIL WS-Ret-To-Stock OR WS-Ret-To-Inspection
             OR WS-Ret-To-Scrap
          DISPLAY "Destino (S = stock, I = inspección, "
                "X = desecho):"
          ACCEPT WS-Input-Line
          MOVE FUNCTION UPPER-CASE(WS-Input-Line(1:1))
             TO WS-Ret-Disposition
          IF NOT WS-Ret-To-Stock AND NOT WS-Ret-To-Inspection
                AND NOT WS-Ret-To-Scrap
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       PERFORM Accept-Location
       MOVE SPACES TO WS-Lot-Number
       IF WS-Ret-To-Stock
          DISPLAY "Ingrese el lote devuelto (vacío = sin lote):"
          ACCEPT WS-Lot-Number
       END-IF
       PERFORM Take-Product-Snapshot
       MOVE Quantity-List(WS-Product-Index) TO WS-Old-Stock
       IF WS-Ret-To-Stock
          IF WS-Old-Stock + WS-Ret-Qty > 99999
             DISPLAY "La devolución excede el stock máximo."
             EXIT PARAGRAPH
          END-IF
          ADD WS-Ret-Qty TO Quantity-List(WS-Product-Index)
          ADD WS-Ret-Qty
             TO Loc-Qty-List(WS-Product-Index, WS-Location)
          PERFORM Rewrite-Product-Master
          IF WS-Record-Stale
             DISPLAY "Devolución no aplicada; reintente la línea."
             EXIT PARAGRAPH
          END-IF
          IF WS-Lot-Number NOT = SPACES
             MOVE ID-List(WS-Product-Index) TO LT-PRODUCT-ID
             MOVE WS-Lot-Number TO LT-LOT-NUMBER
             READ LOT-FILE
                INVALID KEY
                   DISPLAY "Lote " WS-Lot-Number
                         " no registrado; ingresa sin lote."
                   MOVE SPACES TO WS-Lot-Number
                NOT INVALID KEY
                   ADD WS-Ret-Qty TO LT-LOCATION-QTY(WS-Location)
                   SET LT-Lot-Open TO TRUE
                   REWRITE LT-RECORD
                      INVALID KEY
                         DISPLAY "Error al actualizar el lote "
                               WS-Lot-Number
                   END-REWRITE
             END-READ
          END-IF
          IF Restock-Count < WS-Max-Restock
             ADD 1 TO Restock-Count
             MOVE ID-List(WS-Product-Index)
                TO Restock-ID-List(Restock-Count)
          END-IF
       ELSE
          PERFORM Check-Product-Master
          IF WS-Record-Current
             UNLOCK PRODUCT-MASTER
          END-IF
       END-IF
       MOVE SPACES TO WS-Ret-Reason
       STRING "DC" SO-NUMBER " " WS-Ret-Reason-Code
          DELIMITED BY SIZE INTO WS-Ret-Reason
       MOVE ID-List(WS-Product-Index) TO WS-Mov-Product-ID
       MOVE 'D' TO WS-Mov-Type
       MOVE WS-Ret-Qty TO WS-Mov-Qty-In
       IF WS-Ret-To-Stock
          MOVE 0 TO WS-Mov-Qty-Out
       ELSE
          MOVE WS-Ret-Qty TO WS-Mov-Qty-Out
       END-IF
       MOVE WS-Ret-Reason TO WS-Mov-Reason
       MOVE Quantity-List(WS-Product-Index) TO WS-Mov-Balance
       MOVE WS-Location TO WS-Mov-Location
       MOVE WS-Lot-Number TO WS-Mov-Lot
       PERFORM Write-Stock-Movement

       MOVE Avg-Cost-List(WS-Product-Index) TO WS-Ret-Unit-Cost
       COMPUTE WS-Ret-Value ROUNDED = WS-Ret-Qty * WS-Ret-Unit-Cost
       SET RN-Customer-Return TO TRUE
       MOVE SO-CUSTOMER-ID TO RN-PARTY-ID
       PERFORM Write-Return-Record

       PERFORM Describe-Return-Disposition
       MOVE ID-List(WS-Product-Index) TO WS-Audit-Product-ID
       MOVE "DEV-CLIENT" TO WS-Audit-Action
       MOVE WS-Old-Stock TO WS-Audit-Qty-Display
       MOVE SPACES TO WS-Audit-Before
       STRING "Stock=" WS-Audit-Qty-Display
          " Pedido=" SO-NUMBER " Devuelto=" SO-RETURNED-QTY
          DELIMITED BY SIZE INTO WS-Audit-Before
       ADD WS-Ret-Qty TO SO-RETURNED-QTY
       MOVE Quantity-List(WS-Product-Index) TO WS-Audit-Qty-Display
       MOVE SPACES TO WS-Audit-After
       STRING "Stock=" WS-Audit-Qty-Display
          " Devuelto=" SO-RETURNED-QTY " Motivo=" WS-Ret-Reason
          " Destino=" WS-Ret-Disp-Desc " Dep=" WS-Location
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       REWRITE SO-RECORD
          INVALID KEY
             DISPLAY "Error al actualizar el pedido."
       END-REWRITE
       ADD 1 TO WS-Ret-Done-Count
       DISPLAY "Devolución registrada: " WS-Ret-Qty " unidades a "
             WS-Ret-Disp-Desc.

       Resolve-Inspection.
       DISPLAY "Devoluciones de clientes pendientes de inspección:"
       PERFORM List-Pending-Inspections
       IF WS-Ret-Insp-Count = 0
          DISPLAY "No hay devoluciones pendientes de inspección."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese el número de línea a resolver "
                "(0 = cancelar):"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result >= 0
                   AND WS-Numval-Result <= WS-Ret-Insp-Count
                MOVE WS-Numval-Result TO WS-Ret-Insp-Choice
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       IF WS-Ret-Insp-Choice = 0
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Find-Pending-Inspection
       IF WS-Ret-Insp-Seq NOT = WS-Ret-Insp-Choice
          DISPLAY "La línea ya no está pendiente de inspección."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-Ret-Insp-Action
       PERFORM UNTIL WS-Ret-Insp-To-Stock OR WS-Ret-Insp-To-Scrap
          DISPLAY "Resultado de la inspección (S = stock, "
                "X = desecho):"
          ACCEPT WS-Input-Line
          MOVE FUNCTION UPPER-CASE(WS-Input-Line(1:1))
             TO WS-Ret-Insp-Action
          IF NOT WS-Ret-Insp-To-Stock AND NOT WS-Ret-Insp-To-Scrap
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       PERFORM Find-Product-Any
       IF WS-Not-Found
          DISPLAY "Producto " ID-Temp " no encontrado."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Take-Product-Snapshot
       MOVE Quantity-List(WS-Product-Index) TO WS-Old-Stock
       IF WS-Ret-Insp-To-Stock
          IF WS-Old-Stock + WS-Ret-Qty > 99999
             DISPLAY "La devolución excede el stock máximo."
             PERFORM Main-Menu
             EXIT PARAGRAPH
          END-IF
          ADD WS-Ret-Qty TO Quantity-List(WS-Product-Index)
          ADD WS-Ret-Qty
             TO Loc-Qty-List(WS-Product-Index, WS-Location)
          PERFORM Rewrite-Product-Master
          IF WS-Record-Stale
             DISPLAY "Inspección no resuelta; reintente."
             PERFORM Main-Menu
             EXIT PARAGRAPH
          END-IF
          MOVE SPACES TO WS-Ret-Reason
          STRING "DC" WS-Ret-Doc-Number " " WS-Ret-Reason-Code
             DELIMITED BY SIZE INTO WS-Ret-Reason
          MOVE ID-List(WS-Product-Index) TO WS-Mov-Product-ID
          MOVE 'D' TO WS-Mov-Type
          MOVE WS-Ret-Qty TO WS-Mov-Qty-In
          MOVE 0 TO WS-Mov-Qty-Out
          MOVE WS-Ret-Reason TO WS-Mov-Reason
          MOVE Quantity-List(WS-Product-Index) TO WS-Mov-Balance
          MOVE WS-Location TO WS-Mov-Location
          MOVE SPACES TO WS-Mov-Lot
          PERFORM Write-Stock-Movement
          MOVE "STOCK" TO WS-Ret-Disp-Desc
       ELSE
          MOVE "DESECHO" TO WS-Ret-Disp-Desc
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-Timestamp-Work
       MOVE WS-Timestamp-Work(1:8) TO WS-Ret-Insp-Date
       PERFORM Mark-Inspection-Resolved
       IF WS-Ret-Insp-Updated = 0
          DISPLAY "ATENCION: no se pudo marcar la línea en RETFILE."
       END-IF

       MOVE ID-List(WS-Product-Index) TO WS-Audit-Product-ID
       MOVE "INSP-DEV" TO WS-Audit-Action
       MOVE WS-Old-Stock TO WS-Audit-Qty-Display
       MOVE SPACES TO WS-Audit-Before
       STRING "Stock=" WS-Audit-Qty-Display
          " Pedido=" WS-Ret-Doc-Number " Cantidad=" WS-Ret-Qty
          " Destino=INSPECCION"
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE Quantity-List(WS-Product-Index) TO WS-Audit-Qty-Display
       MOVE SPACES TO WS-Audit-After
       STRING "Stock=" WS-Audit-Qty-Display
          " Destino=" WS-Ret-Disp-Desc " Dep=" WS-Location
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       IF WS-Ret-Insp-To-Stock
          MOVE ID-List(WS-Product-Index) TO WS-Realloc-ID
          PERFORM Reallocate-Backorders
       END-IF
       DISPLAY "Inspección resuelta: " WS-Ret-Qty " unidades a "
             WS-Ret-Disp-Desc

       PERFORM Main-Menu.

       List-Pending-Inspections.
       MOVE 0 TO WS-Ret-Insp-Count
       OPEN INPUT RETURN-FILE
       IF WS-RN-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       SET WS-Ret-Not-EOF TO TRUE
       PERFORM UNTIL WS-Ret-EOF
          READ RETURN-FILE
             AT END
                SET WS-Ret-EOF TO TRUE
             NOT AT END
                IF RN-Customer-Return AND RN-Inspect-Pending
                   ADD 1 TO WS-Ret-Insp-Count
                   DISPLAY WS-Ret-Insp-Count ". " RN-DATE
                         " Pedido " RN-DOC-NUMBER
                         " Producto " RN-PRODUCT-ID
                         " Cant. " RN-QUANTITY
                         " Motivo " RN-REASON-CODE
                         " Dep " RN-LOCATION
                END-IF
          END-READ
       END-PERFORM
       CLOSE RETURN-FILE.

       Find-Pending-Inspection.
       MOVE 0 TO WS-Ret-Insp-Seq
       OPEN INPUT RETURN-FILE
       IF WS-RN-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       SET WS-Ret-Not-EOF TO TRUE
       PERFORM UNTIL WS-Ret-EOF
          READ RETURN-FILE
             AT END
                SET WS-Ret-EOF TO TRUE
             NOT AT END
                IF RN-Customer-Return AND RN-Inspect-Pending
                   ADD 1 TO WS-Ret-Insp-Seq
                   IF WS-Ret-Insp-Seq = WS-Ret-Insp-Choice
                      MOVE RN-RECORD TO WS-Ret-Insp-Saved
                      MOVE RN-DOC-NUMBER TO WS-Ret-Doc-Number
                      MOVE RN-PRODUCT-ID TO ID-Temp
                      MOVE RN-QUANTITY TO WS-Ret-Qty
                      MOVE RN-REASON-CODE TO WS-Ret-Reason-Code
                      MOVE RN-LOCATION TO WS-Location
                      SET WS-Ret-EOF TO TRUE
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE RETURN-FILE.

       Mark-Inspection-Resolved.
       MOVE 0 TO WS-Ret-Insp-Updated
       OPEN INPUT RETURN-FILE
       IF WS-RN-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT ARCHIVE-WORK
       SET WS-Ret-Not-EOF TO TRUE
       PERFORM UNTIL WS-Ret-EOF
          READ RETURN-FILE
             AT END
                SET WS-Ret-EOF TO TRUE
             NOT AT END
                IF WS-Ret-Insp-Updated = 0
                   MOVE RN-RECORD TO WS-Ret-Insp-Work
                   IF WS-Ret-Insp-Work = WS-Ret-Insp-Saved
                      MOVE WS-Ret-Insp-Action TO RN-INSPECT-STATUS
                      MOVE WS-Ret-Insp-Date TO RN-RESOLVED-DATE
                      ADD 1 TO WS-Ret-Insp-Updated
                   END-IF
                END-IF
                MOVE SPACES TO AW-LINE
                MOVE RN-RECORD TO AW-LINE
                WRITE AW-LINE
          END-READ
       END-PERFORM
       CLOSE RETURN-FILE
       CLOSE ARCHIVE-WORK
       OPEN INPUT ARCHIVE-WORK
       OPEN OUTPUT RETURN-FILE
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ ARCHIVE-WORK NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                MOVE AW-LINE TO RN-RECORD
                WRITE RN-RECORD
          END-READ
       END-PERFORM
       CLOSE ARCHIVE-WORK
       CLOSE RETURN-FILE.

       Supplier-Return.
       DISPLAY "Devolución a proveedor:"
       PERFORM Open-PO-File
       IF WS-PO-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de órdenes."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       PERFORM Open-Return-File
       IF WS-RN-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de devoluciones."
          CLOSE PURCHASE-ORDER-FILE
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese el número de la orden de compra:"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result > 0 AND WS-Numval-Result <= 99999
                MOVE WS-Numval-Result TO WS-Ret-Doc-Number
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       MOVE 0 TO WS-Ret-Line-Count
       MOVE 0 TO WS-Ret-Done-Count
       MOVE WS-Ret-Doc-Number TO PO-NUMBER
       MOVE 0 TO PO-PRODUCT-ID
       SET WS-PO-Not-EOF TO TRUE
       START PURCHASE-ORDER-FILE KEY >= PO-KEY
          INVALID KEY
             SET WS-PO-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-PO-EOF
          READ PURCHASE-ORDER-FILE NEXT RECORD
             AT END
                SET WS-PO-EOF TO TRUE
             NOT AT END
                IF PO-NUMBER NOT = WS-Ret-Doc-Number
                   SET WS-PO-EOF TO TRUE
                ELSE
                   ADD 1 TO WS-Ret-Line-Count
                   PERFORM Supplier-Return-Line
                END-IF
          END-READ
       END-PERFORM
       CLOSE PURCHASE-ORDER-FILE
       CLOSE RETURN-FILE
       IF WS-Ret-Line-Count = 0
          DISPLAY "Orden de compra no encontrada."
       ELSE
          DISPLAY "Devolución de la orden " WS-Ret-Doc-Number
                " terminada: " WS-Ret-Done-Count " línea(s)."
       END-IF

       PERFORM Main-Menu.

       Supplier-Return-Line.
       IF PO-RECEIVED-QTY = 0
          DISPLAY "Línea " PO-PRODUCT-ID " sin unidades recibidas."
          EXIT PARAGRAPH
       END-IF
       MOVE PO-PRODUCT-ID TO ID-Temp
       PERFORM Find-Product-Any
       IF WS-Not-Found
          DISPLAY "Producto " PO-PRODUCT-ID
                " no encontrado. Línea omitida."
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Producto: " Name-List(WS-Product-Index)
       DISPLAY "  Pedido: " PO-QUANTITY
             "  Recibido: " PO-RECEIVED-QTY
       MOVE PO-RECEIVED-QTY TO WS-Ret-Available
       PERFORM Accept-Return-Quantity
       IF WS-Ret-Qty = 0
          EXIT PARAGRAPH
       END-IF
       PERFORM Accept-Location
       PERFORM Take-Product-Snapshot
       IF WS-Ret-Qty > Loc-Qty-List(WS-Product-Index, WS-Location)
          DISPLAY "Stock insuficiente en el depósito " WS-Location
                ": " Loc-Qty-List(WS-Product-Index, WS-Location)
          EXIT PARAGRAPH
       END-IF
       PERFORM Accept-Return-Reason
       MOVE SPACES TO WS-Ret-Disposition
       PERFORM UNTIL WS-Ret-Replacement OR WS-Ret-No-Replacement
          DISPLAY "¿El proveedor enviará reposición? (S/N):"
          ACCEPT WS-Input-Line
          EVALUATE WS-Input-Line(1:1)
             WHEN 'S'
             WHEN 's'
                SET WS-Ret-Replacement TO TRUE
             WHEN 'N'
             WHEN 'n'
                SET WS-Ret-No-Replacement TO TRUE
             WHEN OTHER
                DISPLAY "Valor inválido, ingréselo de nuevo"
          END-EVALUATE
       END-PERFORM
       MOVE Quantity-List(WS-Product-Index) TO WS-Old-Stock
       SUBTRACT WS-Ret-Qty FROM Quantity-List(WS-Product-Index)
       SUBTRACT WS-Ret-Qty
          FROM Loc-Qty-List(WS-Product-Index, WS-Location)
       PERFORM Rewrite-Product-Master
       IF WS-Record-Stale
          DISPLAY "Devolución no aplicada; reintente la línea."
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-Ret-Reason
       STRING "DP" PO-NUMBER " " WS-Ret-Reason-Code
          DELIMITED BY SIZE INTO WS-Ret-Reason
       MOVE ID-List(WS-Product-Index) TO WS-Mov-Product-ID
       MOVE 'P' TO WS-Mov-Type
       MOVE WS-Ret-Reason TO WS-Mov-Reason
       MOVE ID-List(WS-Product-Index) TO WS-Lot-Product-ID
       MOVE WS-Location TO WS-Lot-Location
       MOVE WS-Ret-Qty TO WS-Lot-Draw-Qty
       PERFORM Draw-Down-Lots
       SET WS-Lot-Outbound TO TRUE
       MOVE WS-Old-Stock TO WS-Lot-Balance
       PERFORM Write-Lot-Movements

       MOVE PO-UNIT-COST TO WS-Ret-Unit-Cost
       COMPUTE WS-Ret-Value ROUNDED = WS-Ret-Qty * WS-Ret-Unit-Cost
       SET RN-Supplier-Return TO TRUE
       MOVE PO-SUPPLIER-ID TO RN-PARTY-ID
       PERFORM Write-Return-Record

       PERFORM Describe-Return-Disposition
       MOVE ID-List(WS-Product-Index) TO WS-Audit-Product-ID
       MOVE "DEV-PROV" TO WS-Audit-Action
       MOVE WS-Old-Stock TO WS-Audit-Qty-Display
       MOVE SPACES TO WS-Audit-Before
       STRING "Stock=" WS-Audit-Qty-Display
          " OC=" PO-NUMBER " Pedido=" PO-QUANTITY
          " Recibido=" PO-RECEIVED-QTY
          DELIMITED BY SIZE INTO WS-Audit-Before

       COMPUTE WS-Ret-Excess = PO-RECEIVED-QTY - PO-QUANTITY
       IF WS-Ret-Excess < 0
          MOVE 0 TO WS-Ret-Excess
       END-IF
       SUBTRACT WS-Ret-Qty FROM PO-RECEIVED-QTY
       IF WS-Ret-No-Replacement AND WS-Ret-Qty > WS-Ret-Excess
          COMPUTE PO-QUANTITY = PO-QUANTITY
                - ( WS-Ret-Qty - WS-Ret-Excess )
          COMPUTE PO-LINE-COST = PO-QUANTITY * PO-UNIT-COST
       END-IF
       COMPUTE WS-Rcv-Pending = PO-QUANTITY - PO-RECEIVED-QTY
       EVALUATE TRUE
          WHEN WS-Rcv-Pending <= 0
             SET PO-Line-Closed TO TRUE
          WHEN PO-RECEIVED-QTY = 0
             SET PO-Line-Open TO TRUE
          WHEN OTHER
             SET PO-Line-Partial TO TRUE
       END-EVALUATE
       IF WS-Rcv-Pending > 0
          MOVE WS-Rcv-Pending TO WS-Rcv-Pending-Display
          DISPLAY "Línea reabierta: quedan pendientes "
                WS-Rcv-Pending-Display " unidades."
       END-IF
       IF PO-INVOICED-QTY > PO-RECEIVED-QTY
          DISPLAY "Aviso: la línea ya fue facturada por "
                PO-INVOICED-QTY "; solicite nota de crédito."
       END-IF

       MOVE Quantity-List(WS-Product-Index) TO WS-Audit-Qty-Display
       MOVE SPACES TO WS-Audit-After
       STRING "Stock=" WS-Audit-Qty-Display
          " Pedido=" PO-QUANTITY " Recibido=" PO-RECEIVED-QTY
          " Motivo=" WS-Ret-Reason " " WS-Ret-Disp-Desc
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log

       REWRITE PO-RECORD
          INVALID KEY
             DISPLAY "Error al actualizar la orden de compra."
       END-REWRITE
       ADD 1 TO WS-Ret-Done-Count
       DISPLAY "Devolución registrada: " WS-Ret-Qty " unidades.".

       Returns-Report.
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese el mes del informe (AAAAMM):"
          ACCEPT WS-Input-Line
          IF WS-Input-Line(1:6) IS NUMERIC
                AND WS-Input-Line(7:9) = SPACES
                AND WS-Input-Line(5:2) >= "01"
                AND WS-Input-Line(5:2) <= "12"
             MOVE WS-Input-Line(1:6) TO WS-Ret-Month
             SET WS-Valid TO TRUE
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       MOVE 0 TO Ret-Count
       MOVE 0 TO Ret-Group-Count
       MOVE 0 TO Ret-Reason-Count
       MOVE 0 TO WS-Ret-Overflow
       OPEN INPUT RETURN-FILE
       IF WS-RN-STATUS = "00"
          SET WS-Ret-Not-EOF TO TRUE
          PERFORM UNTIL WS-Ret-EOF
             READ RETURN-FILE
                AT END
                   SET WS-Ret-EOF TO TRUE
                NOT AT END
                   IF RN-DATE(1:6) = WS-Ret-Month
                      PERFORM Load-Return-Entry
                   END-IF
             END-READ
          END-PERFORM
          CLOSE RETURN-FILE
       END-IF
       OPEN OUTPUT RETURN-REPORT
       IF WS-RNR-STATUS NOT = "00"
          DISPLAY "Error al abrir el informe de devoluciones."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE 0 TO WS-Ret-Cus-Total
       MOVE 0 TO WS-Ret-Sup-Total
       MOVE SPACES TO WS-Ret-Prev-Kind
       PERFORM Write-Ret-Header
       IF Ret-Count = 0
          MOVE "Sin devoluciones registradas en el mes."
             TO WS-DVS-Title
          MOVE WS-Ret-Section-Line TO RNR-LINE
          WRITE RNR-LINE
       END-IF
       PERFORM VARYING WS-Ret-Group-Index FROM 1 BY 1
             UNTIL WS-Ret-Group-Index > Ret-Group-Count
          PERFORM Return-Party-Group
       END-PERFORM
       IF Ret-Reason-Count > 0
          PERFORM Write-Ret-Reason-Summary
       END-IF
       MOVE SPACES TO RNR-LINE
       WRITE RNR-LINE
       MOVE "Total devoluciones de clientes:" TO WS-DVT-Label
       MOVE WS-Ret-Cus-Total TO WS-DVT-Value
       MOVE WS-Ret-Total-Line TO RNR-LINE
       WRITE RNR-LINE
       MOVE "Total devoluciones a proveedores:" TO WS-DVT-Label
       MOVE WS-Ret-Sup-Total TO WS-DVT-Value
       MOVE WS-Ret-Total-Line TO RNR-LINE
       WRITE RNR-LINE
       IF WS-Ret-Overflow > 0
          MOVE SPACES TO WS-DVS-Title
          STRING "Devoluciones omitidas (tabla llena): "
             WS-Ret-Overflow DELIMITED BY SIZE INTO WS-DVS-Title
          MOVE WS-Ret-Section-Line TO RNR-LINE
          WRITE RNR-LINE
       END-IF
       CLOSE RETURN-REPORT
       DISPLAY "Informe generado en el archivo RETRPT."

       PERFORM Main-Menu.

       Load-Return-Entry.
       IF Ret-Count >= WS-Max-Returns
          ADD 1 TO WS-Ret-Overflow
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO Ret-Count
       MOVE RN-DATE TO Ret-Date-List(Ret-Count)
       MOVE RN-KIND TO Ret-Kind-List(Ret-Count)
       MOVE RN-PARTY-ID TO Ret-Party-List(Ret-Count)
       MOVE RN-DOC-NUMBER TO Ret-Doc-List(Ret-Count)
       MOVE RN-PRODUCT-ID TO Ret-Product-List(Ret-Count)
       MOVE RN-QUANTITY TO Ret-Qty-List(Ret-Count)
       MOVE RN-REASON-CODE TO Ret-Reason-List(Ret-Count)
       MOVE RN-DISPOSITION TO Ret-Disp-List(Ret-Count)
       MOVE RN-VALUE TO Ret-Value-List(Ret-Count)
       MOVE RN-KIND TO WS-Ret-Key-Kind
       MOVE RN-PARTY-ID TO WS-Ret-Key-Party
       PERFORM Insert-Return-Group
       PERFORM Add-Return-Reason.

       Insert-Return-Group.
       MOVE 0 TO WS-Ret-Insert-Index
       PERFORM VARYING WS-Ret-Group-Index FROM 1 BY 1
             UNTIL WS-Ret-Group-Index > Ret-Group-Count
                OR WS-Ret-Insert-Index > 0
          IF Rgp-Key-List(WS-Ret-Group-Index) >= WS-Ret-Group-Key
             MOVE WS-Ret-Group-Index TO WS-Ret-Insert-Index
          END-IF
       END-PERFORM
       IF WS-Ret-Insert-Index > 0
          IF Rgp-Key-List(WS-Ret-Insert-Index) = WS-Ret-Group-Key
             EXIT PARAGRAPH
          END-IF
       ELSE
          COMPUTE WS-Ret-Insert-Index = Ret-Group-Count + 1
       END-IF
       ADD 1 TO Ret-Group-Count
       PERFORM VARYING WS-Ret-Group-Index FROM Ret-Group-Count BY -1
             UNTIL WS-Ret-Group-Index <= WS-Ret-Insert-Index
          MOVE Rgp-Entry(WS-Ret-Group-Index - 1)
             TO Rgp-Entry(WS-Ret-Group-Index)
       END-PERFORM
       MOVE WS-Ret-Group-Key TO Rgp-Key-List(WS-Ret-Insert-Index).

       Add-Return-Reason.
       MOVE 0 TO WS-Ret-Insert-Index
       PERFORM VARYING WS-Ret-Reason-Index FROM 1 BY 1
             UNTIL WS-Ret-Reason-Index > Ret-Reason-Count
                OR WS-Ret-Insert-Index > 0
          IF Rsn-Code-List(WS-Ret-Reason-Index) = RN-REASON-CODE
             MOVE WS-Ret-Reason-Index TO WS-Ret-Insert-Index
          END-IF
       END-PERFORM
       IF WS-Ret-Insert-Index = 0
          IF Ret-Reason-Count >= WS-Max-Ret-Reasons
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO Ret-Reason-Count
          MOVE Ret-Reason-Count TO WS-Ret-Insert-Index
          MOVE RN-REASON-CODE TO Rsn-Code-List(WS-Ret-Insert-Index)
          MOVE 0 TO Rsn-Cus-Qty-List(WS-Ret-Insert-Index)
          MOVE 0 TO Rsn-Cus-Value-List(WS-Ret-Insert-Index)
          MOVE 0 TO Rsn-Sup-Qty-List(WS-Ret-Insert-Index)
          MOVE 0 TO Rsn-Sup-Value-List(WS-Ret-Insert-Index)
       END-IF
       IF RN-Customer-Return
          ADD RN-QUANTITY TO Rsn-Cus-Qty-List(WS-Ret-Insert-Index)
          ADD RN-VALUE TO Rsn-Cus-Value-List(WS-Ret-Insert-Index)
       ELSE
          ADD RN-QUANTITY TO Rsn-Sup-Qty-List(WS-Ret-Insert-Index)
          ADD RN-VALUE TO Rsn-Sup-Value-List(WS-Ret-Insert-Index)
       END-IF.

       Return-Party-Group.
       IF WS-Report-Line-Count + 4 >= WS-Lines-Per-Page
          PERFORM Write-Ret-Header
       END-IF
       IF Rgp-Kind-List(WS-Ret-Group-Index) NOT = WS-Ret-Prev-Kind
          MOVE Rgp-Kind-List(WS-Ret-Group-Index) TO WS-Ret-Prev-Kind
          MOVE SPACES TO RNR-LINE
          WRITE RNR-LINE
          IF WS-Ret-Prev-Kind = 'C'
             MOVE "DEVOLUCIONES DE CLIENTES" TO WS-DVS-Title
          ELSE
             MOVE "DEVOLUCIONES A PROVEEDORES" TO WS-DVS-Title
          END-IF
          MOVE WS-Ret-Section-Line TO RNR-LINE
          WRITE RNR-LINE
          ADD 2 TO WS-Report-Line-Count
       END-IF
       MOVE Rgp-Party-List(WS-Ret-Group-Index) TO WS-DVG-Party
       MOVE "(NO ESTA EN EL MAESTRO)" TO WS-DVG-Name
       IF Rgp-Kind-List(WS-Ret-Group-Index) = 'C'
          MOVE "Cliente:" TO WS-DVG-Label
          MOVE Rgp-Party-List(WS-Ret-Group-Index)
             TO WS-Customer-Temp
          PERFORM Find-Customer-Any
          IF WS-Cus-Found
             MOVE Cus-Name-List(WS-Customer-Index) TO WS-DVG-Name
          END-IF
       ELSE
          MOVE "Proveedor:" TO WS-DVG-Label
          PERFORM VARYING WS-Supplier-Index FROM 1 BY 1
                UNTIL WS-Supplier-Index > Supplier-Count
             IF Sup-ID-List(WS-Supplier-Index)
                   = Rgp-Party-List(WS-Ret-Group-Index)
                MOVE Sup-Name-List(WS-Supplier-Index) TO WS-DVG-Name
             END-IF
          END-PERFORM
       END-IF
       MOVE WS-Ret-Group-Line TO RNR-LINE
       WRITE RNR-LINE
       ADD 1 TO WS-Report-Line-Count
       MOVE 0 TO WS-Ret-Grp-Lines
       MOVE 0 TO WS-Ret-Grp-Qty
       MOVE 0 TO WS-Ret-Grp-Value
       PERFORM VARYING WS-Ret-Index FROM 1 BY 1
             UNTIL WS-Ret-Index > Ret-Count
          IF Ret-Key-List(WS-Ret-Index)
                = Rgp-Key-List(WS-Ret-Group-Index)
             PERFORM Write-Ret-Detail
          END-IF
       END-PERFORM
       MOVE WS-Ret-Grp-Lines TO WS-DVGT-Lines
       MOVE WS-Ret-Grp-Qty TO WS-DVGT-Qty
       MOVE WS-Ret-Grp-Value TO WS-DVGT-Value
       MOVE WS-Ret-Group-Total TO RNR-LINE
       WRITE RNR-LINE
       ADD 1 TO WS-Report-Line-Count
       IF Rgp-Kind-List(WS-Ret-Group-Index) = 'C'
          ADD WS-Ret-Grp-Value TO WS-Ret-Cus-Total
       ELSE
          ADD WS-Ret-Grp-Value TO WS-Ret-Sup-Total
       END-IF.

       Write-Ret-Detail.
       IF WS-Report-Line-Count >= WS-Lines-Per-Page
          PERFORM Write-Ret-Header
       END-IF
       MOVE Ret-Date-List(WS-Ret-Index) TO WS-DVD-Date
       MOVE Ret-Doc-List(WS-Ret-Index) TO WS-DVD-Doc
       MOVE Ret-Product-List(WS-Ret-Index) TO WS-DVD-Product
       MOVE Ret-Product-List(WS-Ret-Index) TO ID-Temp
       PERFORM Find-Product-Any
       IF WS-Found
          MOVE Name-List(WS-Product-Index) TO WS-DVD-Name
       ELSE
          MOVE "(DESCONOCIDO)" TO WS-DVD-Name
       END-IF
       MOVE Ret-Qty-List(WS-Ret-Index) TO WS-DVD-Qty
       MOVE Ret-Reason-List(WS-Ret-Index) TO WS-DVD-Reason
       MOVE Ret-Reason-List(WS-Ret-Index) TO WS-Ret-Reason-Code
       PERFORM Describe-Return-Reason
       MOVE WS-Ret-Reason-Desc TO WS-DVD-Reason-Desc
       MOVE Ret-Disp-List(WS-Ret-Index) TO WS-Ret-Disposition
       PERFORM Describe-Return-Disposition
       MOVE WS-Ret-Disp-Desc TO WS-DVD-Disposition
       MOVE Ret-Value-List(WS-Ret-Index) TO WS-DVD-Value
       MOVE WS-Ret-Detail TO RNR-LINE
       WRITE RNR-LINE
       ADD 1 TO WS-Report-Line-Count
       ADD 1 TO WS-Ret-Grp-Lines
       ADD Ret-Qty-List(WS-Ret-Index) TO WS-Ret-Grp-Qty
       ADD Ret-Value-List(WS-Ret-Index) TO WS-Ret-Grp-Value.

       Write-Ret-Reason-Summary.
       IF WS-Report-Line-Count + 4 >= WS-Lines-Per-Page
          PERFORM Write-Ret-Header
       END-IF
       MOVE SPACES TO RNR-LINE
       WRITE RNR-LINE
       MOVE "RESUMEN POR MOTIVO" TO WS-DVS-Title
       MOVE WS-Ret-Section-Line TO RNR-LINE
       WRITE RNR-LINE
       MOVE WS-Ret-Reason-Header TO RNR-LINE
       WRITE RNR-LINE
       ADD 3 TO WS-Report-Line-Count
       PERFORM VARYING WS-Ret-Reason-Index FROM 1 BY 1
             UNTIL WS-Ret-Reason-Index > Ret-Reason-Count
          IF WS-Report-Line-Count >= WS-Lines-Per-Page
             PERFORM Write-Ret-Header
          END-IF
          MOVE Rsn-Code-List(WS-Ret-Reason-Index) TO WS-DVR-Code
          MOVE Rsn-Code-List(WS-Ret-Reason-Index)
             TO WS-Ret-Reason-Code
          PERFORM Describe-Return-Reason
          MOVE WS-Ret-Reason-Desc TO WS-DVR-Desc
          MOVE Rsn-Cus-Qty-List(WS-Ret-Reason-Index) TO WS-DVR-Cus-Qty
          MOVE Rsn-Cus-Value-List(WS-Ret-Reason-Index)
             TO WS-DVR-Cus-Value
          MOVE Rsn-Sup-Qty-List(WS-Ret-Reason-Index) TO WS-DVR-Sup-Qty
          MOVE Rsn-Sup-Value-List(WS-Ret-Reason-Index)
             TO WS-DVR-Sup-Value
          MOVE WS-Ret-Reason-Line TO RNR-LINE
          WRITE RNR-LINE
          ADD 1 TO WS-Report-Line-Count
       END-PERFORM.

       Write-Ret-Header.
       IF WS-Page-Number > 0
          MOVE SPACES TO RNR-LINE
          WRITE RNR-LINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE WS-Ret-Month TO WS-DVH-Month
       MOVE WS-Page-Number TO WS-DVH-Page
       MOVE WS-Ret-Header-1 TO RNR-LINE
       WRITE RNR-LINE
       MOVE WS-Ret-Header-2 TO RNR-LINE
       WRITE RNR-LINE
       MOVE ALL "-" TO RNR-LINE
       WRITE RNR-LINE.

       Reorder-Point-Mode.
       IF WS-Command-Line(9:2) IS NUMERIC
          IF WS-Command-Line(9:2) >= "01"
                AND WS-Command-Line(9:2) <= "52"
             MOVE WS-Command-Line(9:2) TO WS-Rop-Weeks
          ELSE
             DISPLAY "Semanas inválidas. Uso: REORDER [SS]"
             PERFORM Close-Files
             STOP RUN
          END-IF
       END-IF
       PERFORM Reorder-Point-Run
       PERFORM Close-Files
       STOP RUN.

       Reorder-Point-Menu.
       DISPLAY "Puntos de pedido según consumo:"
       DISPLAY "1. Calcular propuesta"
       DISPLAY "2. Aprobar todas las propuestas pendientes"
       DISPLAY "3. Revisar propuestas producto por producto"
       DISPLAY "4. Volver al menú principal"
       ACCEPT Choice
       EVALUATE Choice
          WHEN '1'
             PERFORM Reorder-Point-Request
          WHEN '2'
             PERFORM Approve-All-Proposals
          WHEN '3'
             PERFORM Review-Proposals
          WHEN '4'
             PERFORM Main-Menu
          WHEN OTHER
             DISPLAY "Opción no válida. Inténtelo de nuevo."
             PERFORM Reorder-Point-Menu
       END-EVALUATE.

       Reorder-Point-Request.
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Semanas de consumo a analizar (vacío = "
                WS-Rop-Weeks "):"
          ACCEPT WS-Input-Line
          IF WS-Input-Line = SPACES
             SET WS-Valid TO TRUE
          ELSE
             IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
                COMPUTE WS-Numval-Result =
                   FUNCTION NUMVAL(WS-Input-Line)
                IF WS-Numval-Result >= 1 AND WS-Numval-Result <= 52
                   MOVE WS-Numval-Result TO WS-Rop-Weeks
                   SET WS-Valid TO TRUE
                ELSE
                   DISPLAY "Valor inválido, ingréselo de nuevo"
                END-IF
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          END-IF
       END-PERFORM
       PERFORM Reorder-Point-Run

       PERFORM Main-Menu.

       Reorder-Point-Run.
       MOVE FUNCTION CURRENT-DATE TO WS-Timestamp-Work
       MOVE WS-Timestamp-Work(1:8) TO WS-Rop-Date-To
       COMPUTE WS-Rop-Days = WS-Rop-Weeks * 7
       COMPUTE WS-Rop-Date-From = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-Rop-Date-To)
             - WS-Rop-Days + 1)
       OPEN OUTPUT PROPOSAL-FILE
       IF WS-RP-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de propuestas."
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT PROPOSAL-REPORT
       IF WS-RPR-STATUS NOT = "00"
          DISPLAY "Error al abrir el informe de propuestas."
          CLOSE PROPOSAL-FILE
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
          MOVE 0 TO Rop-Usage(I)
          MOVE 0 TO Rop-Peak(I)
       END-PERFORM
       MOVE 0 TO WS-Rop-Analyzed
       MOVE 0 TO WS-Rop-Proposed
       MOVE 0 TO WS-Rop-Prev-ID
       MOVE 0 TO WS-Rop-Prev-Index
       MOVE 0 TO WS-Rop-Day-Date
       MOVE 0 TO WS-Rop-Day-Qty
       MOVE 0 TO MV-PRODUCT-ID
       MOVE 0 TO MV-DATE
       MOVE 0 TO MV-TIME
       SET WS-Mov-Not-EOF TO TRUE
       START STOCK-MOVEMENT KEY >= MV-KEY
          INVALID KEY
             SET WS-Mov-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Mov-EOF
          READ STOCK-MOVEMENT NEXT RECORD
             AT END
                SET WS-Mov-EOF TO TRUE
             NOT AT END
                PERFORM Rop-Movement
          END-READ
       END-PERFORM
       PERFORM Close-Usage-Day
       MOVE 0 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       PERFORM Write-Rop-Header
       PERFORM VARYING I FROM 1 BY 1 UNTIL I > Product-Count
          IF Entry-Active(I)
             PERFORM Rop-Product-Proposal
          END-IF
       END-PERFORM
       MOVE SPACES TO RPR-LINE
       WRITE RPR-LINE
       MOVE "Productos analizados:" TO WS-PPT-Label
       MOVE WS-Rop-Analyzed TO WS-PPT-Count
       MOVE WS-Rop-Total-Line TO RPR-LINE
       WRITE RPR-LINE
       MOVE "Propuestas de cambio:" TO WS-PPT-Label
       MOVE WS-Rop-Proposed TO WS-PPT-Count
       MOVE WS-Rop-Total-Line TO RPR-LINE
       WRITE RPR-LINE
       CLOSE PROPOSAL-FILE
       CLOSE PROPOSAL-REPORT
       DISPLAY "Propuesta generada en ROPPROP, informe en ROPRPT."
       DISPLAY "  Productos analizados: " WS-Rop-Analyzed
       DISPLAY "  Propuestas de cambio: " WS-Rop-Proposed
       DISPLAY "Los cambios se aplican solo al aprobarlos "
             "(opción N del menú principal).".

       Rop-Movement.
       IF MV-TYPE NOT = 'I'
             OR MV-DATE < WS-Rop-Date-From
             OR MV-DATE > WS-Rop-Date-To
          EXIT PARAGRAPH
       END-IF
       IF MV-PRODUCT-ID NOT = WS-Rop-Prev-ID
          PERFORM Close-Usage-Day
          MOVE MV-PRODUCT-ID TO WS-Rop-Prev-ID
          MOVE MV-PRODUCT-ID TO ID-Temp
          PERFORM Find-Product-Any
          IF WS-Found
             MOVE WS-Product-Index TO WS-Rop-Prev-Index
          ELSE
             MOVE 0 TO WS-Rop-Prev-Index
          END-IF
          MOVE MV-DATE TO WS-Rop-Day-Date
       END-IF
       IF MV-DATE NOT = WS-Rop-Day-Date
          PERFORM Close-Usage-Day
          MOVE MV-DATE TO WS-Rop-Day-Date
       END-IF
       ADD MV-QTY-OUT TO WS-Rop-Day-Qty.

       Close-Usage-Day.
       IF WS-Rop-Prev-Index > 0
          ADD WS-Rop-Day-Qty TO Rop-Usage(WS-Rop-Prev-Index)
          IF WS-Rop-Day-Qty > Rop-Peak(WS-Rop-Prev-Index)
             IF WS-Rop-Day-Qty > 99999
                MOVE 99999 TO Rop-Peak(WS-Rop-Prev-Index)
             ELSE
                MOVE WS-Rop-Day-Qty TO Rop-Peak(WS-Rop-Prev-Index)
             END-IF
          END-IF
       END-IF
       MOVE 0 TO WS-Rop-Day-Qty.

       Rop-Product-Proposal.
       ADD 1 TO WS-Rop-Analyzed
       COMPUTE WS-Rop-Avg-Daily ROUNDED = Rop-Usage(I) / WS-Rop-Days
       MOVE WS-Rop-Default-Lead TO WS-Rop-Lead
       PERFORM VARYING WS-Supplier-Index FROM 1 BY 1
             UNTIL WS-Supplier-Index > Supplier-Count
          IF Sup-ID-List(WS-Supplier-Index) = Supplier-List(I)
                AND Sup-Lead-List(WS-Supplier-Index) > 0
             MOVE Sup-Lead-List(WS-Supplier-Index) TO WS-Rop-Lead
          END-IF
       END-PERFORM
       MOVE WS-Rop-Default-Factor TO WS-Rop-Factor
       MOVE Category-List(I) TO WS-Category-Temp
       PERFORM Find-Category
       IF WS-Cat-Found
          IF Cat-Safety-List(WS-Category-Index) > 0
             MOVE Cat-Safety-List(WS-Category-Index) TO WS-Rop-Factor
          END-IF
       END-IF
       COMPUTE WS-Rop-Safety = WS-Rop-Factor
             * ( Rop-Peak(I) - WS-Rop-Avg-Daily ) * WS-Rop-Lead
       IF WS-Rop-Safety < 0
          MOVE 0 TO WS-Rop-Safety
       END-IF
       COMPUTE WS-Rop-Work = WS-Rop-Avg-Daily * WS-Rop-Lead
             + WS-Rop-Safety
       IF WS-Rop-Work > 99999
          MOVE 99999 TO WS-Rop-New-Reorder
       ELSE
          COMPUTE WS-Rop-New-Reorder ROUNDED = WS-Rop-Work
       END-IF
       COMPUTE WS-Rop-Work = WS-Rop-Avg-Daily * WS-Rop-Cover-Days
       IF WS-Rop-Work > 99999
          MOVE 99999 TO WS-Rop-New-Order-Qty
       ELSE
          COMPUTE WS-Rop-New-Order-Qty ROUNDED = WS-Rop-Work
       END-IF
       IF Rop-Usage(I) > 0 AND WS-Rop-New-Order-Qty = 0
          MOVE 1 TO WS-Rop-New-Order-Qty
       END-IF
       IF WS-Rop-New-Reorder = Reorder-List(I)
             AND WS-Rop-New-Order-Qty = Order-Qty-List(I)
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-Rop-Proposed
       MOVE WS-Rop-Date-To TO RP-RUN-DATE
       MOVE ID-List(I) TO RP-PRODUCT-ID
       MOVE WS-Rop-Weeks TO RP-WEEKS
       MOVE Rop-Usage(I) TO RP-TOTAL-USAGE
       MOVE WS-Rop-Avg-Daily TO RP-AVG-DAILY
       MOVE Rop-Peak(I) TO RP-PEAK-DAILY
       MOVE WS-Rop-Lead TO RP-LEAD-TIME
       MOVE WS-Rop-Factor TO RP-SAFETY-FACTOR
       MOVE Reorder-List(I) TO RP-OLD-REORDER
       MOVE WS-Rop-New-Reorder TO RP-NEW-REORDER
       MOVE Order-Qty-List(I) TO RP-OLD-ORDER-QTY
       MOVE WS-Rop-New-Order-Qty TO RP-NEW-ORDER-QTY
       SET RP-Pending TO TRUE
       WRITE RP-RECORD
       PERFORM Write-Rop-Detail.

       Write-Rop-Detail.
       IF WS-Report-Line-Count >= WS-Lines-Per-Page
          PERFORM Write-Rop-Header
       END-IF
       MOVE RP-PRODUCT-ID TO WS-PPD-ID
       MOVE Name-List(I) TO WS-PPD-Name
       MOVE RP-TOTAL-USAGE TO WS-PPD-Usage
       MOVE RP-AVG-DAILY TO WS-PPD-Avg
       MOVE RP-PEAK-DAILY TO WS-PPD-Peak
       MOVE RP-LEAD-TIME TO WS-PPD-Lead
       MOVE RP-SAFETY-FACTOR TO WS-PPD-Factor
       MOVE RP-OLD-REORDER TO WS-PPD-Old-Reorder
       MOVE RP-NEW-REORDER TO WS-PPD-New-Reorder
       MOVE RP-OLD-ORDER-QTY TO WS-PPD-Old-Qty
       MOVE RP-NEW-ORDER-QTY TO WS-PPD-New-Qty
       MOVE WS-Rop-Detail TO RPR-LINE
       WRITE RPR-LINE
       ADD 1 TO WS-Report-Line-Count.

       Write-Rop-Header.
       IF WS-Page-Number > 0
          MOVE SPACES TO RPR-LINE
          WRITE RPR-LINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE WS-Rop-Date-From TO WS-PPH-From
       MOVE WS-Rop-Date-To TO WS-PPH-To
       MOVE WS-Page-Number TO WS-PPH-Page
       MOVE WS-Rop-Header-1 TO RPR-LINE
       WRITE RPR-LINE
       MOVE WS-Rop-Header-2 TO RPR-LINE
       WRITE RPR-LINE
       MOVE ALL "-" TO RPR-LINE
       WRITE RPR-LINE.

       Load-Proposals.
       MOVE 0 TO Prop-Count
       MOVE 0 TO WS-Rop-Pending
       OPEN INPUT PROPOSAL-FILE
       IF WS-RP-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       SET WS-Rop-Not-EOF TO TRUE
       PERFORM UNTIL WS-Rop-EOF
          READ PROPOSAL-FILE
             AT END
                SET WS-Rop-EOF TO TRUE
             NOT AT END
                IF Prop-Count < WS-Max-Proposals
                   ADD 1 TO Prop-Count
                   MOVE RP-RECORD TO Prop-Record(Prop-Count)
                   IF RP-Pending
                      ADD 1 TO WS-Rop-Pending
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE PROPOSAL-FILE.

       Save-Proposals.
       OPEN OUTPUT PROPOSAL-FILE
       IF WS-RP-STATUS NOT = "00"
          DISPLAY "Error al grabar el archivo de propuestas."
          EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WS-Rop-Index FROM 1 BY 1
             UNTIL WS-Rop-Index > Prop-Count
          MOVE Prop-Record(WS-Rop-Index) TO RP-RECORD
          WRITE RP-RECORD
       END-PERFORM
       CLOSE PROPOSAL-FILE.

       Approve-All-Proposals.
       PERFORM Load-Proposals
       IF WS-Rop-Pending = 0
          DISPLAY "No hay propuestas pendientes."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       DISPLAY "Propuestas pendientes: " WS-Rop-Pending
       DISPLAY "¿Aplicar todas al maestro de productos? (S/N):"
       ACCEPT WS-Input-Line
       IF WS-Input-Line(1:1) NOT = 'S' AND WS-Input-Line(1:1) NOT = 's'
          DISPLAY "No se aplicó ningún cambio."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-Rop-Applied
       MOVE 0 TO WS-Rop-Rejected
       PERFORM VARYING WS-Rop-Index FROM 1 BY 1
             UNTIL WS-Rop-Index > Prop-Count
          MOVE Prop-Record(WS-Rop-Index) TO RP-RECORD
          IF RP-Pending
             PERFORM Apply-Proposal
             MOVE RP-RECORD TO Prop-Record(WS-Rop-Index)
          END-IF
       END-PERFORM
       PERFORM Save-Proposals
       DISPLAY "Propuestas aplicadas:  " WS-Rop-Applied
       DISPLAY "Propuestas rechazadas: " WS-Rop-Rejected

       PERFORM Main-Menu.

       Review-Proposals.
       PERFORM Load-Proposals
       IF WS-Rop-Pending = 0
          DISPLAY "No hay propuestas pendientes."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO WS-Rop-Applied
       MOVE 0 TO WS-Rop-Rejected
       SET WS-Rop-Review-Go TO TRUE
       PERFORM VARYING WS-Rop-Index FROM 1 BY 1
             UNTIL WS-Rop-Index > Prop-Count OR WS-Rop-Review-End
          MOVE Prop-Record(WS-Rop-Index) TO RP-RECORD
          IF RP-Pending
             PERFORM Review-Proposal
             MOVE RP-RECORD TO Prop-Record(WS-Rop-Index)
          END-IF
       END-PERFORM
       PERFORM Save-Proposals
       DISPLAY "Propuestas aplicadas:  " WS-Rop-Applied
       DISPLAY "Propuestas rechazadas: " WS-Rop-Rejected

       PERFORM Main-Menu.

       Review-Proposal.
       MOVE RP-PRODUCT-ID TO ID-Temp
       PERFORM Find-Product-Any
       IF WS-Found
          DISPLAY "Producto " RP-PRODUCT-ID " "
                Name-List(WS-Product-Index)
       ELSE
          DISPLAY "Producto " RP-PRODUCT-ID " (DESCONOCIDO)"
       END-IF
       MOVE RP-AVG-DAILY TO WS-PPD-Avg
       DISPLAY "  Consumo " RP-WEEKS " semanas: " RP-TOTAL-USAGE
             "  Promedio diario: " WS-PPD-Avg
             "  Pico diario: " RP-PEAK-DAILY
       DISPLAY "  Plazo: " RP-LEAD-TIME " días  Factor: "
             RP-SAFETY-FACTOR
       DISPLAY "  Punto de pedido: " RP-OLD-REORDER " -> "
             RP-NEW-REORDER
       DISPLAY "  Cantidad a pedir: " RP-OLD-ORDER-QTY " -> "
             RP-NEW-ORDER-QTY
       DISPLAY "S = aplicar, N = rechazar, vacío = dejar pendiente,"
             " F = terminar:"
       ACCEPT WS-Input-Line
       EVALUATE WS-Input-Line(1:1)
          WHEN 'S'
          WHEN 's'
             PERFORM Apply-Proposal
          WHEN 'N'
          WHEN 'n'
             SET RP-Rejected TO TRUE
             ADD 1 TO WS-Rop-Rejected
          WHEN 'F'
          WHEN 'f'
             SET WS-Rop-Review-End TO TRUE
          WHEN OTHER
             CONTINUE
       END-EVALUATE.

       Apply-Proposal.
       MOVE RP-PRODUCT-ID TO ID-Temp
       PERFORM Find-Product
       IF WS-Not-Found
          DISPLAY "Producto " RP-PRODUCT-ID
                " no encontrado o inactivo; propuesta rechazada."
          SET RP-Rejected TO TRUE
          ADD 1 TO WS-Rop-Rejected
          EXIT PARAGRAPH
       END-IF
       IF Reorder-List(WS-Product-Index) NOT = RP-OLD-REORDER
             OR Order-Qty-List(WS-Product-Index)
                NOT = RP-OLD-ORDER-QTY
          DISPLAY "Producto " RP-PRODUCT-ID
                " modificado desde la propuesta; propuesta rechazada."
          SET RP-Rejected TO TRUE
          ADD 1 TO WS-Rop-Rejected
          EXIT PARAGRAPH
       END-IF
       PERFORM Take-Product-Snapshot
       MOVE RP-NEW-REORDER TO Reorder-List(WS-Product-Index)
       MOVE RP-NEW-ORDER-QTY TO Order-Qty-List(WS-Product-Index)
       PERFORM Rewrite-Product-Master
       IF WS-Record-Stale
          DISPLAY "Producto " RP-PRODUCT-ID
                " no actualizado; la propuesta queda pendiente."
          EXIT PARAGRAPH
       END-IF
       SET RP-Applied TO TRUE
       ADD 1 TO WS-Rop-Applied
       MOVE ID-List(WS-Product-Index) TO WS-Audit-Product-ID
       MOVE "PTO-PEDIDO" TO WS-Audit-Action
       MOVE SPACES TO WS-Audit-Before
       STRING "PtoPedido=" RP-OLD-REORDER
          " CantPedir=" RP-OLD-ORDER-QTY
          DELIMITED BY SIZE INTO WS-Audit-Before
       MOVE SPACES TO WS-Audit-After
       STRING "PtoPedido=" RP-NEW-REORDER
          " CantPedir=" RP-NEW-ORDER-QTY
          " Semanas=" RP-WEEKS " Propuesta=" RP-RUN-DATE
          DELIMITED BY SIZE INTO WS-Audit-After
       PERFORM Write-Audit-Log.

       Price-Menu.
       DISPLAY "Mantenimiento de precios:"
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       IF WS-Old-Price > 0
          IF WS-Price-New >= WS-Old-Price
             COMPUTE WS-Price-Change-Pct ROUNDED =
                (WS-Price-New - WS-Old-Price) * 100 / WS-Old-Price
          ELSE
             COMPUTE WS-Price-Change-Pct ROUNDED =
                (WS-Old-Price - WS-Price-New) * 100 / WS-Old-Price
          END-IF
          IF WS-Price-Change-Pct > WS-Price-Change-Limit
             PERFORM Request-Supervisor-Approval
             IF WS-Approval-Denied
                DISPLAY "Cambio de precio no autorizado."
                PERFORM Main-Menu
                EXIT PARAGRAPH
             END-IF
          END-IF
       END-IF
       MOVE WS-Price-New TO Price-List(WS-Product-Index)
       PERFORM Rewrite-Product-Master
       IF WS-Record-Stale
       MOVE WS-Timestamp-Work(1:8) TO PH-EFFECTIVE-DATE
       MOVE WS-Old-Price TO PH-OLD-PRICE
       MOVE WS-Price-New TO PH-NEW-PRICE
       MOVE WS-Operator-ID TO PH-OPERATOR
       WRITE PH-RECORD
       CLOSE PRICE-HISTORY.

             + WS-Avg-Rcv-Qty * WS-Avg-Unit-Cost )
             / ( WS-Avg-Old-Qty + WS-Avg-Rcv-Qty ).

       Expiry-Report-Run.
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese la cantidad de días a considerar:"
          ACCEPT WS-Input-Line
          IF FUNCTION TEST-NUMVAL(WS-Input-Line) = 0
             COMPUTE WS-Numval-Result =
                FUNCTION NUMVAL(WS-Input-Line)
             IF WS-Numval-Result >= 0 AND WS-Numval-Result <= 3650
                MOVE WS-Numval-Result TO WS-Lot-Days-Ahead
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "Valor inválido, ingréselo de nuevo"
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       OPEN OUTPUT EXPIRY-REPORT
       IF WS-EXP-STATUS NOT = "00"
          DISPLAY "Error al abrir el informe de vencimientos."
          PERFORM Main-Menu
          EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-Timestamp-Work
       MOVE WS-Timestamp-Work(1:8) TO WS-Today-Date
       COMPUTE WS-Lot-Today-Int =
             FUNCTION INTEGER-OF-DATE(WS-Today-Date)
       COMPUTE WS-Lot-Cutoff = FUNCTION DATE-OF-INTEGER(
             WS-Lot-Today-Int + WS-Lot-Days-Ahead)
       MOVE 0 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE 0 TO WS-Lot-Grand-Total
       MOVE 0 TO WS-Lot-Line-Count
       PERFORM Write-Exp-Header
       PERFORM VARYING WS-Lot-Location FROM 1 BY 1
             UNTIL WS-Lot-Location > WS-Max-Locations
          PERFORM Expiry-Location-Group
       END-PERFORM
       MOVE "TOTAL GENERAL" TO WS-EXT-Label
       MOVE WS-Lot-Grand-Total TO WS-EXT-Value
       MOVE WS-Exp-Total-Line TO EXP-LINE
       WRITE EXP-LINE
       CLOSE EXPIRY-REPORT
       DISPLAY WS-Lot-Line-Count " lotes por vencer hasta "
             WS-Lot-Cutoff "."
       DISPLAY "Informe generado en el archivo EXPRPT."

       PERFORM Main-Menu.

       Expiry-Location-Group.
       MOVE 0 TO WS-Lot-Loc-Total
       IF WS-Report-Line-Count >= WS-Lines-Per-Page
          PERFORM Write-Exp-Header
       END-IF
       MOVE WS-Lot-Location TO WS-EXL-Location
       MOVE WS-Exp-Location-Line TO EXP-LINE
       WRITE EXP-LINE
       ADD 1 TO WS-Report-Line-Count
       MOVE LOW-VALUES TO LT-KEY
       SET WS-Lot-Not-EOF TO TRUE
       START LOT-FILE KEY >= LT-KEY
          INVALID KEY
             SET WS-Lot-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Lot-EOF
          READ LOT-FILE NEXT RECORD
             AT END
                SET WS-Lot-EOF TO TRUE
             NOT AT END
                IF LT-Lot-Open
                      AND LT-LOCATION-QTY(WS-Lot-Location) > 0
                      AND LT-EXPIRY-DATE <= WS-Lot-Cutoff
                   PERFORM Write-Exp-Detail
                END-IF
          END-READ
       END-PERFORM
       MOVE SPACES TO WS-EXT-Label
       STRING "Total deposito " WS-Lot-Location
          DELIMITED BY SIZE INTO WS-EXT-Label
       MOVE WS-Lot-Loc-Total TO WS-EXT-Value
       MOVE WS-Exp-Total-Line TO EXP-LINE
       WRITE EXP-LINE
       MOVE SPACES TO EXP-LINE
       WRITE EXP-LINE
       ADD 2 TO WS-Report-Line-Count
       ADD WS-Lot-Loc-Total TO WS-Lot-Grand-Total.

       Write-Exp-Detail.
       IF WS-Report-Line-Count >= WS-Lines-Per-Page
          PERFORM Write-Exp-Header
       END-IF
       MOVE LT-PRODUCT-ID TO ID-Temp
       PERFORM Find-Product-Any
       MOVE LT-PRODUCT-ID TO WS-EX-D-ID
       IF WS-Found
          MOVE Name-List(WS-Product-Index) TO WS-EX-D-Name
          COMPUTE WS-Lot-Value =
                LT-LOCATION-QTY(WS-Lot-Location)
                * Avg-Cost-List(WS-Product-Index)
       ELSE
          MOVE "(DESCONOCIDO)" TO WS-EX-D-Name
          MOVE 0 TO WS-Lot-Value
       END-IF
       MOVE LT-LOT-NUMBER TO WS-EX-D-Lot
       MOVE LT-EXPIRY-DATE TO WS-EX-D-Expiry
       COMPUTE WS-Lot-Days =
             FUNCTION INTEGER-OF-DATE(LT-EXPIRY-DATE)
             - WS-Lot-Today-Int
       MOVE WS-Lot-Days TO WS-EX-D-Days
       MOVE LT-LOCATION-QTY(WS-Lot-Location) TO WS-EX-D-Qty
       MOVE WS-Lot-Value TO WS-EX-D-Value
       IF WS-Lot-Days < 0
          MOVE "VENCIDO" TO WS-EX-D-Flag
       ELSE
          MOVE SPACES TO WS-EX-D-Flag
       END-IF
       ADD WS-Lot-Value TO WS-Lot-Loc-Total
       ADD 1 TO WS-Lot-Line-Count
       MOVE WS-Exp-Detail TO EXP-LINE
       WRITE EXP-LINE
       ADD 1 TO WS-Report-Line-Count.

       Write-Exp-Header.
       IF WS-Page-Number > 0
          MOVE SPACES TO EXP-LINE
          WRITE EXP-LINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE WS-Lot-Cutoff TO WS-EXH-Date
       MOVE WS-Page-Number TO WS-EXH-Page
       MOVE WS-Exp-Header-1 TO EXP-LINE
       WRITE EXP-LINE
       MOVE WS-Exp-Header-2 TO EXP-LINE
       WRITE EXP-LINE
       MOVE ALL "-" TO EXP-LINE
       WRITE EXP-LINE.

       Margin-Report-Run.
       OPEN OUTPUT MARGIN-REPORT
       IF WS-MGN-STATUS NOT = "00"
             Loc-Qty-List(WS-Product-Index, 2)
       DISPLAY "  Activo:            " Active-List(WS-Product-Index)
       DISPLAY "  Punto de reorden:  " Reorder-List(WS-Product-Index)
       DISPLAY "  Cantidad a pedir:  "
             Order-Qty-List(WS-Product-Index)
       MOVE Category-List(WS-Product-Index) TO WS-Category-Temp
       PERFORM Find-Category
       IF WS-Cat-Found
       DISPLAY "Cierre de período:"
       DISPLAY "1. Grabar instantánea del período"
       DISPLAY "2. Informe comparativo contra un período anterior"
       DISPLAY "3. Diario contable de movimientos"
       DISPLAY "4. Volver al menú principal"
       ACCEPT Choice
       EVALUATE Choice
          WHEN '1'
          WHEN '2'
             PERFORM Period-Comparison
          WHEN '3'
             PERFORM Journal-Menu
          WHEN '4'
             PERFORM Main-Menu
          WHEN OTHER
             DISPLAY "Opción no válida. Inténtelo de nuevo."
       MOVE ALL "-" TO CMP-LINE
       WRITE CMP-LINE.

       Journal-Mode.
       IF WS-Command-Line(9:8) IS NUMERIC
             AND WS-Command-Line(18:8) IS NUMERIC
          MOVE WS-Command-Line(9:8) TO WS-Jnl-Date-From
          MOVE WS-Command-Line(18:8) TO WS-Jnl-Date-To
       ELSE
          MOVE 0 TO WS-Jnl-Date-From
          MOVE 0 TO WS-Jnl-Date-To
       END-IF
       IF WS-Jnl-Date-From = 0 OR WS-Jnl-Date-From > WS-Jnl-Date-To
          DISPLAY "Fechas inválidas. Uso: JOURNAL AAAAMMDD AAAAMMDD"
          PERFORM Close-Files
          STOP RUN
       END-IF
       PERFORM Journal-Run
       PERFORM Close-Files
       STOP RUN.

       Journal-Menu.
       DISPLAY "Diario contable de movimientos:"
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese la fecha desde (AAAAMMDD):"
          ACCEPT WS-Input-Line
          IF WS-Input-Line(1:8) IS NUMERIC
             MOVE WS-Input-Line(1:8) TO WS-Jnl-Date-From
             SET WS-Valid TO TRUE
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       SET WS-Not-Valid TO TRUE
       PERFORM UNTIL WS-Valid
          DISPLAY "Ingrese la fecha hasta (AAAAMMDD):"
          ACCEPT WS-Input-Line
          IF WS-Input-Line(1:8) IS NUMERIC
             MOVE WS-Input-Line(1:8) TO WS-Jnl-Date-To
             IF WS-Jnl-Date-To >= WS-Jnl-Date-From
                SET WS-Valid TO TRUE
             ELSE
                DISPLAY "La fecha hasta es anterior a la fecha desde."
             END-IF
          ELSE
             DISPLAY "Valor inválido, ingréselo de nuevo"
          END-IF
       END-PERFORM
       PERFORM Journal-Run

       PERFORM Main-Menu.

       Journal-Run.
       PERFORM Load-Account-Map
       IF Map-Count = 0
          DISPLAY "Aviso: no hay tabla de cuentas GLMAP; "
                "los movimientos quedan sin imputar."
       END-IF
       OPEN OUTPUT JOURNAL-FILE
       IF WS-JN-STATUS NOT = "00"
          DISPLAY "Error al abrir el archivo de diario."
          EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT JOURNAL-REPORT
       IF WS-JR-STATUS NOT = "00"
          DISPLAY "Error al abrir el informe de control del diario."
          CLOSE JOURNAL-FILE
          EXIT PARAGRAPH
       END-IF
       MOVE 0 TO Jnl-Count
       MOVE 0 TO WS-Jnl-Total-Debit
       MOVE 0 TO WS-Jnl-Total-Credit
       MOVE 0 TO WS-Jnl-Inv-Net
       MOVE 0 TO WS-Jnl-Unmapped-Value
       MOVE 0 TO WS-Jnl-Read
       MOVE 0 TO WS-Jnl-Posted
       MOVE 0 TO WS-Jnl-Excluded
       MOVE 0 TO WS-Jnl-Unmapped
       MOVE 0 TO WS-Jnl-Overflow
       MOVE 0 TO WS-Jnl-Prev-ID
       MOVE 0 TO MV-PRODUCT-ID
       MOVE 0 TO MV-DATE
       MOVE 0 TO MV-TIME
       SET WS-Mov-Not-EOF TO TRUE
       START STOCK-MOVEMENT KEY >= MV-KEY
          INVALID KEY
             SET WS-Mov-EOF TO TRUE
       END-START
       PERFORM UNTIL WS-Mov-EOF
          READ STOCK-MOVEMENT NEXT RECORD
             AT END
                SET WS-Mov-EOF TO TRUE
             NOT AT END
                PERFORM Journal-Movement
          END-READ
       END-PERFORM
       PERFORM Journal-Snapshot-Totals
       MOVE "DESDE;HASTA;CUENTA;CATEGORIA;TIPO;DEBE;HABER" TO JN-LINE
       WRITE JN-LINE
       MOVE 0 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       PERFORM Write-Jnl-Header
       PERFORM VARYING K FROM 1 BY 1 UNTIL K > Jnl-Count
          PERFORM Write-Jnl-Detail
       END-PERFORM
       MOVE WS-Jnl-Total-Debit TO WS-Jnl-Debit-Out
       MOVE WS-Jnl-Total-Credit TO WS-Jnl-Credit-Out
       MOVE SPACES TO JN-LINE
       STRING "TOTAL;" WS-Jnl-Date-From ";" WS-Jnl-Date-To ";;;"
             WS-Jnl-Debit-Out ";" WS-Jnl-Credit-Out
          DELIMITED BY SIZE INTO JN-LINE
       WRITE JN-LINE
       CLOSE JOURNAL-FILE
       PERFORM Write-Jnl-Control
       CLOSE JOURNAL-REPORT
       DISPLAY "Diario generado en GLJRNL, control en GLRPT."
       DISPLAY "  Movimientos leídos:    " WS-Jnl-Read
       DISPLAY "  Movimientos imputados: " WS-Jnl-Posted
       IF WS-Jnl-Unmapped > 0
          DISPLAY "  Movimientos sin cuenta: " WS-Jnl-Unmapped
       END-IF
       IF WS-Jnl-Total-Debit NOT = WS-Jnl-Total-Credit
          DISPLAY "  ATENCION: el diario no cuadra."
       END-IF.

       Load-Account-Map.
       MOVE 0 TO Map-Count
       OPEN INPUT ACCOUNT-MAP-FILE
       IF WS-GM-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
           READ ACCOUNT-MAP-FILE NEXT RECORD
              AT END
                 SET WS-EOF TO TRUE
              NOT AT END
                 IF Map-Count < WS-Max-Maps
                    ADD 1 TO Map-Count
                    MOVE GM-CATEGORY TO Map-Category-List(Map-Count)
                    MOVE GM-MOVE-CLASS TO Map-Class-List(Map-Count)
                    MOVE GM-INVENTORY-ACCOUNT
                       TO Map-Inventory-List(Map-Count)
                    MOVE GM-OFFSET-ACCOUNT
                       TO Map-Offset-List(Map-Count)
                 END-IF
           END-READ
       END-PERFORM
       CLOSE ACCOUNT-MAP-FILE.

       Journal-Movement.
       IF MV-DATE < WS-Jnl-Date-From OR MV-DATE > WS-Jnl-Date-To
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-Jnl-Read
       PERFORM Classify-Movement
       IF WS-Jnl-Not-Posted
          ADD 1 TO WS-Jnl-Excluded
          EXIT PARAGRAPH
       END-IF
       IF MV-PRODUCT-ID NOT = WS-Jnl-Prev-ID
          MOVE MV-PRODUCT-ID TO WS-Jnl-Prev-ID
          MOVE MV-PRODUCT-ID TO ID-Temp
          PERFORM Find-Product-Any
          IF WS-Found
             MOVE Category-List(WS-Product-Index) TO WS-Jnl-Category
             MOVE Avg-Cost-List(WS-Product-Index)
                TO WS-Jnl-Unit-Cost
          ELSE
             MOVE SPACES TO WS-Jnl-Category
             MOVE 0 TO WS-Jnl-Unit-Cost
          END-IF
       END-IF
       COMPUTE WS-Jnl-Value ROUNDED =
             (MV-QTY-IN - MV-QTY-OUT) * WS-Jnl-Unit-Cost
       IF WS-Jnl-Value = 0
          ADD 1 TO WS-Jnl-Posted
          EXIT PARAGRAPH
       END-IF
       PERFORM Find-Account-Map
       IF WS-Jnl-Not-Mapped
          ADD 1 TO WS-Jnl-Unmapped
          ADD WS-Jnl-Value TO WS-Jnl-Unmapped-Value
          EXIT PARAGRAPH
       END-IF
       IF Jnl-Count > WS-Max-Jnl-Entries - 2
          ADD 1 TO WS-Jnl-Overflow
          ADD WS-Jnl-Value TO WS-Jnl-Unmapped-Value
          EXIT PARAGRAPH
       END-IF
       IF WS-Jnl-Value > 0
          MOVE WS-Jnl-Inv-Account TO WS-Jnl-Post-Account
          MOVE WS-Jnl-Value TO WS-Jnl-Post-Debit
          MOVE 0 TO WS-Jnl-Post-Credit
          PERFORM Post-Journal-Amount
          MOVE WS-Jnl-Off-Account TO WS-Jnl-Post-Account
          MOVE 0 TO WS-Jnl-Post-Debit
          MOVE WS-Jnl-Value TO WS-Jnl-Post-Credit
          PERFORM Post-Journal-Amount
       ELSE
          MOVE WS-Jnl-Off-Account TO WS-Jnl-Post-Account
          COMPUTE WS-Jnl-Post-Debit = 0 - WS-Jnl-Value
          MOVE 0 TO WS-Jnl-Post-Credit
          PERFORM Post-Journal-Amount
          MOVE WS-Jnl-Inv-Account TO WS-Jnl-Post-Account
          MOVE 0 TO WS-Jnl-Post-Debit
          COMPUTE WS-Jnl-Post-Credit = 0 - WS-Jnl-Value
          PERFORM Post-Journal-Amount
       END-IF
       ADD WS-Jnl-Value TO WS-Jnl-Inv-Net
       ADD 1 TO WS-Jnl-Posted.

       Classify-Movement.
       EVALUATE TRUE
          WHEN MV-TYPE = 'T' OR MV-TYPE = 'K' OR MV-TYPE = 'C'
             SET WS-Jnl-Not-Posted TO TRUE
          WHEN MV-REASON = "SALDO-INI"
             SET WS-Jnl-Not-Posted TO TRUE
          WHEN MV-TYPE = 'R' AND MV-REASON(1:2) = "OC"
             SET WS-Jnl-Receipt TO TRUE
          WHEN MV-TYPE = 'I' AND MV-REASON(1:3) = "PED"
             SET WS-Jnl-Shipment TO TRUE
          WHEN MV-TYPE = 'D'
             SET WS-Jnl-Shipment TO TRUE
          WHEN MV-TYPE = 'P'
             SET WS-Jnl-Receipt TO TRUE
          WHEN OTHER
             SET WS-Jnl-Adjustment TO TRUE
       END-EVALUATE.

       Find-Account-Map.
       SET WS-Jnl-Not-Mapped TO TRUE
       PERFORM VARYING L FROM 1 BY 1
             UNTIL L > Map-Count OR WS-Jnl-Mapped
          IF Map-Category-List(L) = WS-Jnl-Category
                AND Map-Class-List(L) = WS-Jnl-Class
             SET WS-Jnl-Mapped TO TRUE
             MOVE Map-Inventory-List(L) TO WS-Jnl-Inv-Account
             MOVE Map-Offset-List(L) TO WS-Jnl-Off-Account
          END-IF
       END-PERFORM
       PERFORM VARYING L FROM 1 BY 1
             UNTIL L > Map-Count OR WS-Jnl-Mapped
          IF Map-Category-List(L) = "****"
                AND Map-Class-List(L) = WS-Jnl-Class
             SET WS-Jnl-Mapped TO TRUE
             MOVE Map-Inventory-List(L) TO WS-Jnl-Inv-Account
             MOVE Map-Offset-List(L) TO WS-Jnl-Off-Account
          END-IF
       END-PERFORM.

       Post-Journal-Amount.
       SET WS-Not-Found TO TRUE
       PERFORM VARYING K FROM 1 BY 1
             UNTIL K > Jnl-Count OR WS-Found
          IF Jnl-Account-List(K) = WS-Jnl-Post-Account
                AND Jnl-Category-List(K) = WS-Jnl-Category
                AND Jnl-Class-List(K) = WS-Jnl-Class
             SET WS-Found TO TRUE
             ADD WS-Jnl-Post-Debit TO Jnl-Debit-List(K)
             ADD WS-Jnl-Post-Credit TO Jnl-Credit-List(K)
          END-IF
       END-PERFORM
       IF WS-Not-Found
          ADD 1 TO Jnl-Count
          MOVE WS-Jnl-Post-Account TO Jnl-Account-List(Jnl-Count)
          MOVE WS-Jnl-Category TO Jnl-Category-List(Jnl-Count)
          MOVE WS-Jnl-Class TO Jnl-Class-List(Jnl-Count)
          MOVE WS-Jnl-Post-Debit TO Jnl-Debit-List(Jnl-Count)
          MOVE WS-Jnl-Post-Credit TO Jnl-Credit-List(Jnl-Count)
       END-IF
       ADD WS-Jnl-Post-Debit TO WS-Jnl-Total-Debit
       ADD WS-Jnl-Post-Credit TO WS-Jnl-Total-Credit.

       Journal-Snapshot-Totals.
       MOVE 0 TO WS-Jnl-Snap-Open-Date
       MOVE 0 TO WS-Jnl-Snap-Close-Date
       MOVE 0 TO WS-Jnl-Snap-Open-Value
       MOVE 0 TO WS-Jnl-Snap-Close-Value
       OPEN INPUT SNAPSHOT-FILE
       IF WS-SN-STATUS NOT = "00"
          EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ SNAPSHOT-FILE NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                IF SN-PERIOD-DATE < WS-Jnl-Date-From
                      AND SN-PERIOD-DATE > WS-Jnl-Snap-Open-Date
                   MOVE SN-PERIOD-DATE TO WS-Jnl-Snap-Open-Date
                END-IF
                IF SN-PERIOD-DATE >= WS-Jnl-Date-From
                      AND SN-PERIOD-DATE <= WS-Jnl-Date-To
                      AND SN-PERIOD-DATE > WS-Jnl-Snap-Close-Date
                   MOVE SN-PERIOD-DATE TO WS-Jnl-Snap-Close-Date
                END-IF
          END-READ
       END-PERFORM
       CLOSE SNAPSHOT-FILE
       IF WS-Jnl-Snap-Open-Date = 0 OR WS-Jnl-Snap-Close-Date = 0
          EXIT PARAGRAPH
       END-IF
       OPEN INPUT SNAPSHOT-FILE
       MOVE 'N' TO WS-EOF-FLAG
       PERFORM UNTIL WS-EOF
          READ SNAPSHOT-FILE NEXT RECORD
             AT END
                SET WS-EOF TO TRUE
             NOT AT END
                IF SN-PERIOD-DATE = WS-Jnl-Snap-Open-Date
                   ADD SN-EXTENDED-VALUE TO WS-Jnl-Snap-Open-Value
                END-IF
                IF SN-PERIOD-DATE = WS-Jnl-Snap-Close-Date
                   ADD SN-EXTENDED-VALUE TO WS-Jnl-Snap-Close-Value
                END-IF
          END-READ
       END-PERFORM
       CLOSE SNAPSHOT-FILE.

       Write-Jnl-Detail.
       IF WS-Report-Line-Count >= WS-Lines-Per-Page
          PERFORM Write-Jnl-Header
       END-IF
       MOVE Jnl-Account-List(K) TO WS-JD-Account
       MOVE Jnl-Category-List(K) TO WS-JD-Category
       EVALUATE Jnl-Class-List(K)
          WHEN 'R'
             MOVE "RECEPCION" TO WS-JD-Class
          WHEN 'I'
             MOVE "COSTO VENTA" TO WS-JD-Class
          WHEN OTHER
             MOVE "AJUSTE" TO WS-JD-Class
       END-EVALUATE
       MOVE Jnl-Debit-List(K) TO WS-JD-Debit
       MOVE Jnl-Credit-List(K) TO WS-JD-Credit
       MOVE WS-Jnl-Detail TO JR-LINE
       WRITE JR-LINE
       ADD 1 TO WS-Report-Line-Count
       MOVE Jnl-Debit-List(K) TO WS-Jnl-Debit-Out
       MOVE Jnl-Credit-List(K) TO WS-Jnl-Credit-Out
       MOVE SPACES TO JN-LINE
       STRING WS-Jnl-Date-From ";" WS-Jnl-Date-To ";"
             Jnl-Account-List(K) ";" Jnl-Category-List(K) ";"
             Jnl-Class-List(K) ";" WS-Jnl-Debit-Out ";"
             WS-Jnl-Credit-Out
          DELIMITED BY SIZE INTO JN-LINE
       WRITE JN-LINE.

       Write-Jnl-Control.
       MOVE ALL "-" TO JR-LINE
       WRITE JR-LINE
       MOVE SPACES TO WS-JT-Note
       MOVE "Total debe:" TO WS-JT-Label
       MOVE WS-Jnl-Total-Debit TO WS-JT-Value
       MOVE WS-Jnl-Total-Line TO JR-LINE
       WRITE JR-LINE
       MOVE "Total haber:" TO WS-JT-Label
       MOVE WS-Jnl-Total-Credit TO WS-JT-Value
       IF WS-Jnl-Total-Debit = WS-Jnl-Total-Credit
          MOVE "DEBE = HABER" TO WS-JT-Note
       ELSE
          MOVE "** DIARIO DESCUADRADO **" TO WS-JT-Note
       END-IF
       MOVE WS-Jnl-Total-Line TO JR-LINE
       WRITE JR-LINE
       MOVE SPACES TO JR-LINE
       WRITE JR-LINE
       MOVE WS-Jnl-Read TO WS-Jnl-Count-Display
       MOVE SPACES TO JR-LINE
       STRING "Movimientos leidos en el periodo:  "
             WS-Jnl-Count-Display
          DELIMITED BY SIZE INTO JR-LINE
       WRITE JR-LINE
       MOVE WS-Jnl-Posted TO WS-Jnl-Count-Display
       MOVE SPACES TO JR-LINE
       STRING "Movimientos imputados:             "
             WS-Jnl-Count-Display
          DELIMITED BY SIZE INTO JR-LINE
       WRITE JR-LINE
       MOVE WS-Jnl-Excluded TO WS-Jnl-Count-Display
       MOVE SPACES TO JR-LINE
       STRING "Traslados y saldos iniciales:      "
             WS-Jnl-Count-Display
          DELIMITED BY SIZE INTO JR-LINE
       WRITE JR-LINE
       COMPUTE WS-Jnl-Count-Display = WS-Jnl-Unmapped + WS-Jnl-Overflow
       MOVE SPACES TO JR-LINE
       STRING "Movimientos sin imputar:           "
             WS-Jnl-Count-Display
          DELIMITED BY SIZE INTO JR-LINE
       WRITE JR-LINE
       MOVE SPACES TO JR-LINE
       WRITE JR-LINE
       MOVE SPACES TO WS-JT-Note
       MOVE "Variacion neta de inventario:" TO WS-JT-Label
       MOVE WS-Jnl-Inv-Net TO WS-JT-Value
       MOVE WS-Jnl-Total-Line TO JR-LINE
       WRITE JR-LINE
       MOVE "Valor sin imputar:" TO WS-JT-Label
       MOVE WS-Jnl-Unmapped-Value TO WS-JT-Value
       MOVE WS-Jnl-Total-Line TO JR-LINE
       WRITE JR-LINE
       IF WS-Jnl-Snap-Open-Date = 0 OR WS-Jnl-Snap-Close-Date = 0
          MOVE SPACES TO JR-LINE
          STRING "Sin instantaneas SNAPHIST antes y dentro del "
                "periodo; no se compara."
             DELIMITED BY SIZE INTO JR-LINE
          WRITE JR-LINE
          EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WS-JT-Label
       STRING "Instantanea inicial " WS-Jnl-Snap-Open-Date ":"
          DELIMITED BY SIZE INTO WS-JT-Label
       MOVE WS-Jnl-Snap-Open-Value TO WS-JT-Value
       MOVE WS-Jnl-Total-Line TO JR-LINE
       WRITE JR-LINE
       MOVE SPACES TO WS-JT-Label
       STRING "Instantanea final " WS-Jnl-Snap-Close-Date ":"
          DELIMITED BY SIZE INTO WS-JT-Label
       MOVE WS-Jnl-Snap-Close-Value TO WS-JT-Value
       MOVE WS-Jnl-Total-Line TO JR-LINE
       WRITE JR-LINE
       COMPUTE WS-Jnl-Snap-Diff =
             WS-Jnl-Snap-Close-Value - WS-Jnl-Snap-Open-Value
       MOVE "Diferencia entre instantaneas:" TO WS-JT-Label
       MOVE WS-Jnl-Snap-Diff TO WS-JT-Value
       MOVE WS-Jnl-Total-Line TO JR-LINE
       WRITE JR-LINE
       COMPUTE WS-Jnl-Snap-Diff = WS-Jnl-Snap-Diff
             - WS-Jnl-Inv-Net - WS-Jnl-Unmapped-Value
       MOVE "Diferencia no explicada:" TO WS-JT-Label
       MOVE WS-Jnl-Snap-Diff TO WS-JT-Value
       IF WS-Jnl-Snap-Diff = 0
          MOVE "CONCILIADO" TO WS-JT-Note
       ELSE
          MOVE "REVISAR: cambios de costo o fechas" TO WS-JT-Note
       END-IF
       MOVE WS-Jnl-Total-Line TO JR-LINE
       WRITE JR-LINE.

       Write-Jnl-Header.
       IF WS-Page-Number > 0
          MOVE SPACES TO JR-LINE
          WRITE JR-LINE AFTER ADVANCING PAGE
       END-IF
       ADD 1 TO WS-Page-Number
       MOVE 0 TO WS-Report-Line-Count
       MOVE WS-Jnl-Date-From TO WS-JH-From
       MOVE WS-Jnl-Date-To TO WS-JH-To
       MOVE WS-Page-Number TO WS-JH-Page
       MOVE WS-Jnl-Header-1 TO JR-LINE
       WRITE JR-LINE
       MOVE WS-Jnl-Header-2 TO JR-LINE
       WRITE JR-LINE
       MOVE ALL "-" TO JR-LINE
       WRITE JR-LINE.

       Export-Menu.
       DISPLAY "Exportación del maestro para contabilidad:"
       DISPLAY "¿Incluir productos inactivos? (S/N):"
