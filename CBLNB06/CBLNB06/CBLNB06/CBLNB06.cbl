               FILE STATUS IS CKPT-FILE-STATUS.

      *Run control - one record telling the run how to behave.  An "R"
      *in column 1 makes this a suspense rerun, a "Y" a year-end
      *roll that is refused here, and a "P" a report-only reprint
      *that regenerates the printed outputs from the saved week
      *totals and the masters without reprocessing any orders (see
      *1050-CHECK-RUN-MODE); a missing file or anything else is a
      *normal weekly run, so the clerk only touches this file for
      *reruns and reprints.
            SELECT RUN-CONTROL
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
      *address (the same key the duplicate check and the payment
      *match use), read and rewritten directly per accepted order so
      *there is no family cap and no full-file rewrite window at
      *close.  The season is rolled into the prior-year buckets by
      *the CBLNB13 season close, not by this program.
            SELECT CUST-MASTER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPCM.DAT"
               ORGANIZATION IS INDEXED
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *PO history - every purchase-order line ever sent, appended as
      *CBLPOPPO.DAT is written and never cleared, so the bottler's
      *invoice can be matched to the order it bills after later runs
      *have rewritten the purchase-order file.
            SELECT PO-HISTORY
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPPH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FILE-STATUS.

      *Backorder queue - the part of an order line the truck could
      *not cover, one record per line in the order it was taken.
      *This run adds to it, a CBLNB07 receipt releases it first-come-
      *first-served, and the next run puts what was released on the
      *dock sheet.  Read whole at init and rewritten at closing.
            SELECT BACKORDER-FILE
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPBO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-FILE-STATUS.

      *Seller ledger - one record for every order credited to a
      *seller and every adjustment or void taken back, appended as
      *the run goes and kept all season, so the settlement run can
      *list each seller's families against the envelopes turned in.
            SELECT SELLER-LEDGER
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SO-FILE-STATUS.

      *Order-number control - one record holding the last order
      *number issued.  Read at init, rewritten at closing, and never
      *reset, so an order number is never issued twice.
            SELECT ORDER-CONTROL
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ON-FILE-STATUS.

      *Order history - every accepted order, adjustment and void
      *under its order number, with its lines and pricing, appended
      *as the run goes and kept all season for the order inquiry
      *program CBLNB12.
            SELECT ORDER-HISTORY
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPOH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OH-FILE-STATUS.

      *Payments - the treasurer's season-to-date payment file, one
      *record per payment keyed by the customer key, re-matched in
      *full against the master every run so a rerun or restart can
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMT-FILE-STATUS.

      *Customer key cross-reference - written by CBLNB07 whenever a
      *family moves to a new key or is merged into another, pointing
      *each retired key at the one that replaced it.  A payment keyed
      *to a retired key follows it to the family's current record.
            SELECT KEY-XREF
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPKX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KX-FILE-STATUS.

      *Saved manifest - the sorted dock-sheet table as it stood at
      *the end of the run, one record per manifest entry, written at
      *closing so a report reprint can rebuild the delivery manifest
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPCR.PRT"
               ORGANIZATION IS RECORD SEQUENTIAL.

      *General ledger journal - the week's balanced journal entry for
      *the club's accounting package, one debit or credit line per
      *account, rewritten at closing so the treasurer imports it
      *instead of re-keying the grand totals page.  The header record
      *carries the payment-date window the cash lines covered, and the
      *next run reads it back so a payment is only ever booked once.
            SELECT GL-JOURNAL
               ASSIGN TO "C:\COBOL\CBLNB06\CBLPOPGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

      *-----------------------------------------------------------------

       DATA DIVISION.
           05  I-TEAM             PIC X.
               88  VAL-TEAM       VALUE "A" "B" "C" "D" "E".
           05  I-SELLER-ID        PIC X(5).

      *An adjustment or void may name the order it backs out by the
      *number on the family's slip - blank means the family's latest
      *order.  The backorder queue uses it to cancel only that
      *order's cases.
           05  I-ADJ-ORD-NO       PIC X(8).
           05  FILLER             PIC X(11).

       01  I-ORDER-DET REDEFINES I-REC.
           05  FILLER             PIC X.

       FD  CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 746 CHARACTERS
           DATA RECORD IS CKPT-REC.

       01  CKPT-REC.
           05  CKPT-TEAM-POP-ROW  OCCURS 5.
               10  CKPT-TEAM-POP  PIC S9(6)         OCCURS 10.
           05  CKPT-DISC-TOT      PIC S9(10)V99.
           05  CKPT-LAST-ORD-NO   PIC 9(8).
           05  CKPT-AR-BILLED     PIC S9(10)V99.

      *Run-control record - "R" asks for a suspense rerun.


       FD  WEEK-TOTALS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 2996 CHARACTERS
           DATA RECORD IS WKT-REC.

       01  WKT-REC.
           05  WKT-TEAM-POP-ROW   OCCURS 5.
               10  WKT-TEAM-POP   PIC S9(6)         OCCURS 10.
           05  WKT-DISC-TOT       PIC S9(10)V99.
           05  WKT-AR-BILLED      PIC S9(10)V99.

       FD  SELLER-ROSTER
           LABEL RECORD IS STANDARD
           05  PO-QTY             PIC 9(6).
           05  PO-DATE            PIC 9(8).

      *PO history record - the PO-REC image, the PO date being the
      *run date that identifies the order to the bottler.
       FD  PO-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS PH-REC.

       01  PH-REC                 PIC X(32).

      *Backorder record - who is waiting, for which flavor, and where
      *the backordered cases stand: still open, released by a receipt
      *and waiting for the dock sheet, shipped, or cancelled by a
      *void.  The release date is the last receipt that filled any.
      *The order number ties the backorder to the order that queued
      *it; zero on a backorder queued before orders were numbered.
       FD  BACKORDER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS BO-REC.

       01  BO-REC.
           05  BO-ORD-DATE        PIC 9(8).
           05  BO-TEAM            PIC X.
           05  BO-LNAME           PIC X(15).
           05  BO-FNAME           PIC X(15).
           05  BO-ADDRESS         PIC X(15).
           05  BO-CITY            PIC X(10).
           05  BO-POP-CODE        PIC 99.
           05  BO-CASES           PIC 9(4).
           05  BO-OPEN-CASES      PIC 9(4).
           05  BO-REL-CASES       PIC 9(4).
           05  BO-SHIP-CASES      PIC 9(4).
           05  BO-CAN-CASES       PIC 9(4).
           05  BO-REL-DATE        PIC 9(8).
           05  BO-ORD-NO          PIC 9(8).

      *Seller ledger record - "O" an order credited to the seller,
      *"B" an adjustment or void taken back off one.  The seller is
      *blank on a backout of an order from an earlier run, since
      *only this run's orders remember who sold them; the settlement
      *run charges those to the family's last seller.  Cases and
      *dollars are unsigned - the type says which way they go.  The
      *product dollars are what the prize list credits; the amount
      *due is the whole order, deposit and tax included, which is
      *what the family hands the seller.  The order number is the
      *one the order, adjustment or void was given.  A backout says
      *whether the order it takes back was accepted this run ("T")
      *or an earlier one ("P") - only an earlier run's can be
      *written with no seller, for settlement to charge to the
      *family's last one.
       FD  SELLER-LEDGER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 91 CHARACTERS
           DATA RECORD IS SO-REC.

       01  SO-REC.
           05  SO-ORD-DATE        PIC 9(8).
           05  SO-TYPE            PIC X.
           05  SO-SELLER-ID       PIC X(5).
           05  SO-TEAM            PIC X.
           05  SO-LNAME           PIC X(15).
           05  SO-FNAME           PIC X(15).
           05  SO-ADDRESS         PIC X(15).
           05  SO-CASES           PIC 9(4).
           05  SO-PRODUCT         PIC 9(7)V99.
           05  SO-DUE             PIC 9(7)V99.
           05  SO-ORD-NO          PIC 9(8).
           05  SO-BCK-RUN         PIC X.

       FD  ORDER-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS ON-REC.

       01  ON-REC.
           05  ON-LAST-ORD-NO     PIC 9(8).
           05  ON-LAST-RUN-DATE   PIC 9(8).
           05  FILLER             PIC X(4).

      *Order history - an "H" header for the order, adjustment or
      *void, then one "D" record per flavor line, every record led
      *by the order number.  Dollars are unsigned; the header's
      *transaction type ("H" order, "A" adjustment, "V" void, or the
      *"R" refused and "S" short credits CBLNB10 enters) says which
      *way they went.  On a "D" the product dollars are after
      *the promotion discount, and the backorder cases are the cases
      *queued on an order or taken off the queue by an adjustment.
       FD  ORDER-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS OH-REC.

       01  OH-REC.
           05  OH-ORD-NO          PIC 9(8).
           05  OH-REC-TYPE        PIC X.
               88  OH-IS-HEADER   VALUE "H".
               88  OH-IS-DETAIL   VALUE "D".
           05  OH-DATA            PIC X(111).

       01  OH-HDR-REC.
           05  FILLER             PIC X(9).
           05  OH-RUN-DATE        PIC 9(8).
           05  OH-TXN-TYPE        PIC X.
           05  OH-LNAME           PIC X(15).
           05  OH-FNAME           PIC X(15).
           05  OH-ADDRESS         PIC X(15).
           05  OH-CITY            PIC X(10).
           05  OH-STATE           PIC XX.
           05  OH-ZIP-1           PIC X(5).
           05  OH-ZIP-2           PIC X(4).
           05  OH-TEAM            PIC X.
           05  OH-SELLER-ID       PIC X(5).
           05  OH-LINE-CT         PIC 99.
           05  OH-CASES           PIC 9(4).
           05  OH-DISC            PIC 9(7)V99.
           05  OH-TOTAL           PIC 9(7)V99.
           05  FILLER             PIC X(6).

       01  OH-DET-REC.
           05  FILLER             PIC X(9).
           05  OH-LINE-NO         PIC 99.
           05  OH-POP-CODE        PIC 99.
           05  OH-POP-NAME        PIC X(16).
           05  OH-LINE-CASES      PIC 9(4).
           05  OH-UNIT-COST       PIC 9(4)V99.
           05  OH-LINE-PRODUCT    PIC 9(7)V99.
           05  OH-LINE-DISC       PIC 9(7)V99.
           05  OH-LINE-TAX        PIC 9(7)V99.
           05  OH-LINE-DEPOSIT    PIC 9(7)V99.
           05  OH-LINE-TOTAL      PIC 9(7)V99.
           05  OH-LINE-BO         PIC 9(4).
           05  FILLER             PIC X(32).

      *Key cross-reference record - the retired key, the key that
      *replaced it, "C" for a move or "M" for a merge, when, and who
      *asked.
       FD  KEY-XREF
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS KX-REC.

       01  KX-REC.
           05  KX-OLD-KEY         PIC X(45).
           05  KX-NEW-KEY         PIC X(45).
           05  KX-TYPE            PIC X.
           05  KX-DATE            PIC 9(8).
           05  KX-USER            PIC X(8).
           05  FILLER             PIC XXX.

      *Payment record - the same discipline the order file got.  A
      *"P" is a payment, an "R" a reversal (an NSF check backs its
      *amount out of paid-to-date), and the last record is a "T"

       01  PRTLINE3               PIC X(132).

      *Journal record - an "H" header with the posting period and
      *the order numbers its delivery credits were taken between, one
      *"D" line per account (a debit or a credit, never both), and a
      *"T" trailer with the line count and the two column totals the
      *accounting package proves the import against.  The sub-account
      *is the team letter or the state code where the account is
      *kept by team or state, blank otherwise.
       FD  GL-JOURNAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-REC.

       01  GL-REC.
           05  GL-REC-TYPE        PIC X.
               88  GL-IS-HEADER   VALUE "H".
               88  GL-IS-ENTRY    VALUE "D".
               88  GL-IS-TRAILER  VALUE "T".
           05  GL-POST-DATE       PIC 9(8).
           05  GL-ACCT-NO         PIC X(4).
           05  GL-ACCT-SUB        PIC XX.
           05  GL-DESC            PIC X(30).
           05  GL-DEBIT           PIC 9(10)V99.
           05  GL-CREDIT          PIC 9(10)V99.
           05  FILLER             PIC X(11).

       01  GL-HEADER REDEFINES GL-REC.
           05  FILLER             PIC X.
           05  GL-HDR-FROM-DATE   PIC 9(8).
           05  GL-HDR-THRU-DATE   PIC 9(8).
           05  GL-HDR-TIME        PIC 9(6).
           05  GL-HDR-FROM-ORD-NO PIC 9(8).
           05  GL-HDR-THRU-ORD-NO PIC 9(8).
           05  FILLER             PIC X(41).

       01  GL-TRAILER REDEFINES GL-REC.
           05  FILLER             PIC X.
           05  GL-TRL-LINE-CT     PIC 9(6).
           05  GL-TRL-DEBITS      PIC 9(10)V99.
           05  GL-TRL-CREDITS     PIC 9(10)V99.
           05  FILLER             PIC X(49).

       WORKING-STORAGE SECTION.

       01  WORK-AREA.
           05  WKT-FILE-STATUS    PIC XX            VALUE SPACES.
           05  CM-FILE-STATUS     PIC XX            VALUE SPACES.
           05  PMT-FILE-STATUS    PIC XX            VALUE SPACES.
           05  KX-FILE-STATUS     PIC XX            VALUE SPACES.
           05  MORE-KX            PIC XXX           VALUE "YES".
           05  PCT-FILE-STATUS    PIC XX            VALUE SPACES.
           05  IV-FILE-STATUS     PIC XX            VALUE SPACES.
           05  HX-FILE-STATUS     PIC XX            VALUE SPACES.
           05  PH-FILE-STATUS     PIC XX            VALUE SPACES.
           05  BO-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SO-FILE-STATUS     PIC XX            VALUE SPACES.
           05  ON-FILE-STATUS     PIC XX            VALUE SPACES.
           05  OH-FILE-STATUS     PIC XX            VALUE SPACES.
           05  SR-FILE-STATUS     PIC XX            VALUE SPACES.
           05  MORE-SLRS          PIC XXX           VALUE "YES".
           05  C-TS-RANK          PIC 9(4)          VALUE ZERO.
           05  MORE-HX            PIC XXX           VALUE "YES".
           05  MORE-OH            PIC XXX           VALUE "YES".
           05  C-RUN-DOLLARS      PIC S9(10)V99     VALUE ZERO.
           05  C-HX-CASES         PIC S9(6)         VALUE ZERO.
           05  C-RECON-STAT       PIC X(8)          VALUE SPACES.
           05  C-PRV-HX-DOLLARS   PIC S9(10)V99     VALUE ZERO.
           05  MORE-CATS          PIC XXX           VALUE "YES".
           05  MORE-INVS          PIC XXX           VALUE "YES".
           05  MORE-BOS           PIC XXX           VALUE "YES".
           05  MORE-CUSTS         PIC XXX           VALUE "YES".
           05  MORE-PMTS          PIC XXX           VALUE "YES".
           05  C-CST-PCTR         PIC 9(4)          VALUE ZERO.
           05  C-DISC-PCT         PIC 9(2)V99       VALUE ZERO.
           05  C-DISC-AMT         PIC 9(7)V99       VALUE ZERO.
           05  C-ORD-DISC         PIC 9(7)V99       VALUE ZERO.

      *Order numbering - the last number issued (from CBLPOPON.DAT,
      *or the checkpoint on a restart) and the current order's.
           05  C-LAST-ORD-NO      PIC 9(8)          VALUE ZERO.
           05  C-ORD-NO           PIC 9(8)          VALUE ZERO.
           05  C-DISC-TOT         PIC S9(10)V99     VALUE ZERO.

      *What the run billed the families - every accepted order's
      *C-TOT-SALES less every backout's.  Kept apart from the team,
      *tax and deposit buckets so the journal's receivables line is
      *a figure of its own that the trial balance can prove.
           05  C-AR-BILLED        PIC S9(10)V99     VALUE ZERO.
           05  C-PRM-ORD-QTY      PIC 9(6)          VALUE ZERO.
           05  ADJ-IDX            PIC 999           VALUE ZERO.
           05  TEMP-TEAM-NAME     PIC X             VALUE SPACES.

      *Images of a rejected order's original records, rebuilt from
      *CURRENT-ORDER and written to the suspense file by
      *2250-WRITE-SUSPENSE - same layouts as I-ORDER-HDR/I-ORDER-DET,
      *so the order number a suspended adjustment or void names comes
      *back in I-ADJ-ORD-NO when the corrected record is rerun.
       01  SUS-ORDER-HDR.
           05  SUS-HDR-TYPE       PIC X             VALUE "H".
           05  SUS-LNAME          PIC X(15).
           05  SUS-ZIP-2          PIC X(4).
           05  SUS-TEAM           PIC X.
           05  SUS-SELLER-ID      PIC X(5).
           05  SUS-ADJ-ORD-NO     PIC X(8).
           05  FILLER             PIC X(11)         VALUE SPACES.

       01  SUS-ORDER-DET.
           05  FILLER             PIC X             VALUE "D".
      *2110-CHECK-DUPLICATE can flag the same family's form coming in
      *twice - built up as the run progresses, never reset mid-run.
      *Each entry also remembers the order's team and state, and
      *whether the order was accepted and the number it was given,
      *so an adjustment or void can find its original order and back
      *out against the right totals.
       01  SEEN-ORDERS.
           05  SEEN-ORD-CTR       PIC 9(4)          VALUE ZERO.
           05  SEEN-ORDER         OCCURS 2000.
               10  SEEN-STATE     PIC XX.
               10  SEEN-ACCEPTED  PIC XXX.
               10  SEEN-SELLER    PIC 999.
               10  SEEN-ORD-NO    PIC 9(8).

           05  SW-DUP-FOUND       PIC XXX           VALUE "NO".
           05  DUP-IDX            PIC 9(4)          VALUE ZERO.
           05  ORD-TEAM           PIC X.
               88  VAL-ORD-TEAM   VALUE "A" "B" "C" "D" "E".
           05  ORD-SELLER-ID      PIC X(5).
           05  ORD-ADJ-ORD-NO     PIC X(8).
           05  ORD-LINE-CTR       PIC 99            VALUE ZERO.
           05  ORD-LINE           OCCURS 10.
               10  ORD-POP-TYPE   PIC 99.
               10  ORD-NUM-CASES  PIC 9(4).

      *Per-line deposit, tax and sales amounts computed in 2300-CALCS
      *and printed in 2400-OUTPUT, one set per pop type on the order,
      *and the cases on each line the truck could not cover.
       01  ORDER-LINE-AMOUNTS.
           05  C-LINE-DEPOSIT     PIC 9(7)V99       OCCURS 10.
           05  C-LINE-TAX         PIC 9(7)V99       OCCURS 10.
           05  C-LINE-DISC        PIC 9(7)V99       OCCURS 10.
           05  C-LINE-SALES       PIC 9(7)V99       OCCURS 10.
           05  C-LINE-BO          PIC 9(4)          OCCURS 10.

       01  ERROR-AREA.
           05  FILLER             PIC X(35)         VALUE "LAST NAME IS
           05  OPS-MFS-READS      PIC 9(6)          VALUE ZERO.
           05  OPS-MFS-WRITES     PIC 9(6)          VALUE ZERO.
           05  OPS-PO-WRITES      PIC 9(6)          VALUE ZERO.
           05  OPS-PH-WRITES      PIC 9(6)          VALUE ZERO.
           05  OPS-BO-READS       PIC 9(6)          VALUE ZERO.
           05  OPS-BO-WRITES      PIC 9(6)          VALUE ZERO.
           05  OPS-SO-WRITES      PIC 9(6)          VALUE ZERO.
           05  OPS-ON-READS       PIC 9(6)          VALUE ZERO.
           05  OPS-ON-WRITES      PIC 9(6)          VALUE ZERO.
           05  OPS-OH-READS       PIC 9(6)          VALUE ZERO.
           05  OPS-OH-WRITES      PIC 9(6)          VALUE ZERO.
           05  OPS-KX-READS       PIC 9(6)          VALUE ZERO.
           05  OPS-OC-WRITES      PIC 9(6)          VALUE ZERO.
           05  OPS-GL-READS       PIC 9(6)          VALUE ZERO.
           05  OPS-GL-WRITES      PIC 9(6)          VALUE ZERO.

      *Operations log line layouts - 80 columns, fixed so the
      *operator can eyeball or grep them.
       01  SLR-HOLD               PIC X(44).

      *Cases on hand per pop type, loaded from the inventory file.
      *An oversold line stops drawing at zero and the rest of it
      *goes on the backorder queue - INV-BACKORDER is what the queue
      *is still owed per flavor, C-BO-RUN what this run added to it.
      *On hand only goes negative if the queue is full.  A missing
      *file means inventory is not being tracked this run; the
      *drawdown, the backorders, the warnings and the write-back all
      *stand down.
       01  INVENTORY-TBL.
           05  SW-INV-LOADED      PIC XXX           VALUE "NO".
           05  SW-INV-OVERSOLD    PIC XXX           VALUE "NO".
           05  SW-REPL-NEEDED     PIC XXX           VALUE "NO".
           05  C-SUGGEST-QTY      PIC 9(6)          VALUE ZERO.
           05  C-INV-POSITION     PIC S9(7)         VALUE ZERO.
           05  INV-ON-HAND        PIC S9(6)         OCCURS 10.
           05  INV-REORDER-PT     PIC 9(6)          OCCURS 10.
           05  INV-ON-ORDER       PIC 9(6)          OCCURS 10.
           05  INV-BACKORDER      PIC 9(6)          OCCURS 10.
           05  C-BO-RUN           PIC 9(6)          OCCURS 10.

      *Scratch line for building the manifest's POP nn column labels
      *from the catalog count.
      *Printed once after an order's pop type lines, since an order
      *can now hold several of them.
       01  ORDER-TOTAL-LINE.
           05  FILLER             PIC X(40)         VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "ORDER NO. ".
           05  O-ORDER-NO         PIC 9(8).
           05  FILLER             PIC XX            VALUE SPACES.
           05  FILLER             PIC X(13)        VALUE "ORDER TOTAL:".
           05  O-ORDER-TOTAL      PIC $$,$$$,$$$.99.
           05  FILLER             PIC X(46)         VALUE SPACES.
               10  UNM-FNAME      PIC X(15).
               10  UNM-AMT        PIC 9(7)V99.

      *Retired customer keys from CBLPOPKX.DAT, loaded once before
      *the payments are applied.  A key can have moved more than
      *once, so a payment follows the chain - never more than ten
      *links, in case the file ever points a key back at itself.
       01  KEY-XREF-TBL.
           05  KX-CTR             PIC 9(4)          VALUE ZERO.
           05  KX-IDX             PIC 9(4)          VALUE ZERO.
           05  KX-HOPS            PIC 99            VALUE ZERO.
           05  SW-KX-HOPPED       PIC XXX           VALUE "NO".
           05  SW-KX-TBL-FULL     PIC XXX           VALUE "NO".
           05  C-PMT-XREF-CT      PIC 9(4)          VALUE ZERO.
           05  KX-CUR-KEY         PIC X(45)         VALUE SPACES.
           05  KX-ENTRY           OCCURS 500.
               10  KXT-OLD-KEY    PIC X(45).
               10  KXT-NEW-KEY    PIC X(45).

      *Every accepted order's cases by pop type, held for the
      *delivery manifest and sorted at 3800-MANIFEST by the composite
      *key team / city / last name.  Adjustments and voids net out of
      *Swap bucket for the manifest sort - same size as one MF-ENTRY.
       01  MF-HOLD                PIC X(96).

      *The backorder queue in core, oldest first - one BO-REC image
      *per entry.  BO-IDX is signed so the newest-first walk in
      *2330-CANCEL-BACKORDER can run it down past 1.
       01  BACKORDER-TBL.
           05  BO-CTR             PIC 9(4)          VALUE ZERO.
           05  BO-IDX             PIC S9(4)         VALUE ZERO.
           05  SW-BO-CHANGED      PIC XXX           VALUE "NO".
           05  SW-BO-TBL-FULL     PIC XXX           VALUE "NO".
           05  SW-BO-LISTED       PIC XXX           VALUE "NO".
           05  C-BO-CANCEL        PIC 9(4)          VALUE ZERO.
           05  C-BO-SHIPPED       PIC 9(6)          VALUE ZERO.
           05  C-BO-OPEN-TOT      PIC 9(6)          VALUE ZERO.

      *The first queue entry the order being priced added, so
      *2705-NUMBER-BACKORDERS can stamp them once the order has its
      *number; released cases a backout took back off the queue;
      *and the order a backout is cancelling - by number, or by
      *order date when no number is known (C-VOID-ORD-NO zero).
           05  C-BO-FIRST-NEW     PIC 9(4)          VALUE ZERO.
           05  C-BO-REL-CAN       PIC 9(4)          VALUE ZERO.
           05  C-VOID-ORD-NO      PIC 9(8)          VALUE ZERO.
           05  C-VOID-ORD-DATE    PIC 9(8)          VALUE ZERO.
           05  BO-ENTRY           OCCURS 2000.
               10  BOT-ORD-DATE   PIC 9(8).
               10  BOT-TEAM       PIC X.
               10  BOT-LNAME      PIC X(15).
               10  BOT-FNAME      PIC X(15).
               10  BOT-ADDRESS    PIC X(15).
               10  BOT-CITY       PIC X(10).
               10  BOT-POP-CODE   PIC 99.
               10  BOT-CASES      PIC 9(4).
               10  BOT-OPEN-CASES PIC 9(4).
               10  BOT-REL-CASES  PIC 9(4).
               10  BOT-SHIP-CASES PIC 9(4).
               10  BOT-CAN-CASES  PIC 9(4).
               10  BOT-REL-DATE   PIC 9(8).
               10  BOT-ORD-NO     PIC 9(8).

       01  RCV-TITLE.
           05  FILLER             PIC X(54)         VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "RECEIVABLE".
           05  FILLER             PIC X(10)         VALUE "ARE LISTED".
           05  FILLER             PIC X(64)         VALUE SPACES.

       01  XREF-NOTE-LINE.
           05  FILLER             PIC X(6)          VALUE "NOTE: ".
           05  O-PMT-XREF-CT      PIC Z,ZZ9.
           05  FILLER             PIC X(10)         VALUE " PAYMENT(S".
           05  FILLER             PIC X(10)         VALUE ") KEYED TO".
           05  FILLER             PIC X(10)         VALUE " A RETIRED".
           05  FILLER             PIC X(10)         VALUE " KEY FOLLO".
           05  FILLER             PIC X(10)         VALUE "WED THE CR".
           05  FILLER             PIC X(10)         VALUE "OSS-REFERE".
           05  FILLER             PIC X(10)         VALUE "NCE TO THE".
           05  FILLER             PIC X(10)         VALUE " FAMILY'S ".
           05  FILLER             PIC X(11)         VALUE "CURRENT KEY".
           05  FILLER             PIC X(20)         VALUE SPACES.

      *Deposit-slip reconciliation - cash, checks and online money in
      *the payment batch against the trailer, so the treasurer can
      *lay the report beside the bank deposit slip.
           05  FILLER             PIC X(8)          VALUE "THIS RUN".
           05  FILLER             PIC X(105)        VALUE SPACES.

      *General ledger journal work - the payment-date window the cash
      *lines cover (after GL-FROM-DATE, through the run date), the
      *cash by method booked inside that window, and the journal
      *lines themselves, built at closing by 3500-GL-JOURNAL and
      *printed on the proof page by 3550-GL-PROOF.  GL-W-SIDE is the
      *account's normal side - 3510-GL-ADD-LINE turns a negative
      *amount over to the other side.
       01  GL-WORK.
           05  GL-FILE-STATUS     PIC XX            VALUE SPACES.
           05  GL-FROM-DATE       PIC 9(8)          VALUE ZERO.
           05  GL-THRU-DATE       PIC 9(8)          VALUE ZERO.
           05  SW-GL-BALANCED     PIC XXX           VALUE "YES".
           05  SW-GL-TBL-FULL     PIC XXX           VALUE "NO".
           05  C-GL-CASH-TOT      PIC S9(10)V99     VALUE ZERO.
           05  C-GL-CHECK-TOT     PIC S9(10)V99     VALUE ZERO.
           05  C-GL-ONL-TOT       PIC S9(10)V99     VALUE ZERO.
           05  C-GL-CASH-NET      PIC S9(10)V99     VALUE ZERO.
           05  C-GL-AMT           PIC S9(10)V99     VALUE ZERO.
           05  C-GL-DEBITS        PIC S9(10)V99     VALUE ZERO.
           05  C-GL-CREDITS       PIC S9(10)V99     VALUE ZERO.
           05  GL-W-ACCT          PIC X(4)          VALUE SPACES.
           05  GL-W-SUB           PIC XX            VALUE SPACES.
           05  GL-W-DESC          PIC X(30)         VALUE SPACES.
           05  GL-W-SIDE          PIC X             VALUE SPACE.
           05  GL-CTR             PIC 99            VALUE ZERO.
           05  GL-IDX             PIC 99            VALUE ZERO.
           05  GL-ENTRY           OCCURS 40.
               10  GL-T-ACCT      PIC X(4).
               10  GL-T-SUB       PIC XX.
               10  GL-T-DESC      PIC X(30).
               10  GL-T-DEBIT     PIC 9(10)V99.
               10  GL-T-CREDIT    PIC 9(10)V99.

      *Refused and short delivery credits CBLNB10 has entered in the
      *order history since the last journal - the ones numbered
      *after GL-FROM-ORD-NO - by team and by state, with the order
      *total they take off receivables and the wholesale cost of the
      *refused cases, which went back into stock.  A team or state
      *not on the tables is booked with a blank sub-account so the
      *entry still balances.  GL-THRU-ORD-NO is the highest order
      *number on the history when the run started.
           05  GL-FROM-ORD-NO     PIC 9(8)          VALUE ZERO.
           05  GL-THRU-ORD-NO     PIC 9(8)          VALUE ZERO.
           05  SW-CR-IN-CREDIT    PIC XXX           VALUE "NO".
           05  C-CR-TXN-TYPE      PIC X             VALUE SPACE.
           05  C-CR-TEAM-IDX      PIC 9             VALUE ZERO.
           05  C-CR-ST-IDX        PIC 9             VALUE ZERO.
           05  C-CR-CTR           PIC 9(5)          VALUE ZERO.
           05  C-CR-DISC          PIC S9(10)V99     VALUE ZERO.
           05  C-CR-TOTAL         PIC S9(10)V99     VALUE ZERO.
           05  C-CR-WHOLESALE     PIC S9(10)V99     VALUE ZERO.
           05  C-CR-NO-TEAM-PROD  PIC S9(10)V99     VALUE ZERO.
           05  C-CR-NO-ST-TAX     PIC S9(10)V99     VALUE ZERO.
           05  C-CR-NO-ST-DEP     PIC S9(10)V99     VALUE ZERO.
           05  C-CR-PRODUCT       PIC S9(10)V99     OCCURS 5.
           05  C-CR-STATE         OCCURS 6.
               10  C-CR-TAX       PIC S9(10)V99.
               10  C-CR-DEP       PIC S9(10)V99.

      *Trial-balance proof page - every journal line with its debit
      *or credit, the column totals, and whether they balance.
       01  GL-TITLE.
           05  FILLER             PIC X(44)         VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "GENERAL ".
           05  FILLER             PIC X(7)          VALUE "LEDGER ".
           05  FILLER             PIC X(10)         VALUE "JOURNAL - ".
           05  FILLER             PIC X(6)          VALUE "TRIAL ".
           05  FILLER             PIC X(8)          VALUE "BALANCE ".
           05  FILLER             PIC X(5)          VALUE "PROOF".
           05  FILLER             PIC X(44)         VALUE SPACES.

       01  GL-PERIOD-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "PAYMENTS ".
           05  FILLER             PIC X(6)          VALUE "DATED ".
           05  FILLER             PIC X(7)          VALUE "AFTER: ".
           05  O-GL-FROM-DATE     PIC 9999/99/99.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "THROUGH: ".
           05  O-GL-THRU-DATE     PIC 9999/99/99.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(18)         VALUE
               "DELIVERY CREDITS: ".
           05  O-GL-CR-CTR        PIC ZZ,ZZ9.
           05  FILLER             PIC X(48)         VALUE SPACES.

       01  GL-COL-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(7)          VALUE "ACCOUNT".
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(3)          VALUE "SUB".
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(11)         VALUE "DESCRIPTION".
           05  FILLER             PIC X(31)         VALUE SPACES.
           05  FILLER             PIC X(5)          VALUE "DEBIT".
           05  FILLER             PIC X(12)         VALUE SPACES.
           05  FILLER             PIC X(6)          VALUE "CREDIT".
           05  FILLER             PIC X(48)         VALUE SPACES.

       01  GL-DETAIL-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-GL-ACCT          PIC X(4).
           05  FILLER             PIC X(6)          VALUE SPACES.
           05  O-GL-SUB           PIC XX.
           05  FILLER             PIC X(4)          VALUE SPACES.
           05  O-GL-DESC          PIC X(30).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-GL-DEBIT         PIC $$$$,$$$,$$$.99BB
                                                    BLANK WHEN ZERO.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-GL-CREDIT        PIC $$$$,$$$,$$$.99BB
                                                    BLANK WHEN ZERO.
           05  FILLER             PIC X(45)         VALUE SPACES.

       01  GL-TOT-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(7)          VALUE "TOTALS ".
           05  FILLER             PIC X(7)          VALUE "- LINES".
           05  FILLER             PIC XX            VALUE ": ".
           05  O-GL-LINE-CT       PIC Z9.
           05  FILLER             PIC X(30)         VALUE SPACES.
           05  O-GL-DEBIT-TOT     PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC XXX           VALUE SPACES.
           05  O-GL-CREDIT-TOT    PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC XXX           VALUE SPACES.
           05  O-GL-STAT          PIC X(14).
           05  FILLER             PIC X(29)         VALUE SPACES.

      *Printed under the journal lines when the payment batch was held
      *or missing - the receivables line then carries the week's
      *billing with no collections against it, and the journal's
      *window is left where it started so the next run books the
      *cash.
       01  GL-NO-CASH-NOTE-LINE.
           05  FILLER             PIC X(132)        VALUE "NOTE: NO CA
      -         "SH BOOKED - THE PAYMENT BATCH WAS MISSING OR HELD - ITS
      -         " CASH WILL BE PICKED UP BY THE NEXT RUN'S JOURNAL".

      *Printed when the journal table filled - the lines past the
      *fortieth are missing from the file and the proof.
       01  GL-FULL-NOTE-LINE.
           05  FILLER             PIC X(132)        VALUE "NOTE: THE
      -         "JOURNAL TABLE FILLED UP - LINES PAST THE FORTIETH WERE
      -         " NOT BOOKED AND THE ENTRY CANNOT BALANCE".

       01  MF-TITLE.
           05  FILLER             PIC X(57)         VALUE SPACES.
           05  FILLER             PIC X(9)          VALUE "DELIVERY ".
           05  FILLER             PIC X(6)          VALUE "MATION".
           05  FILLER             PIC X(31)         VALUE SPACES.

       01  OC-ORD-NO-LINE.
           05  FILLER             PIC X(31)         VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "ORDER NO. ".
           05  OC-ORD-NO          PIC 9(8).
           05  FILLER             PIC X(31)         VALUE SPACES.

       01  OC-NAME-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  OC-FNAME           PIC X(15).
           05  OC-LINE-TOT        PIC $$,$$$,$$$.99.
           05  FILLER             PIC X(14)         VALUE SPACES.

      *Printed under a line the truck could not cover in full - the
      *family is charged for the whole line either way.
       01  OC-BO-LINE.
           05  FILLER             PIC X(6)          VALUE SPACES.
           05  FILLER             PIC X(3)          VALUE "** ".
           05  OC-BO-QTY          PIC ZZZ9.
           05  FILLER             PIC X(7)          VALUE " CASES ".
           05  FILLER             PIC X(15)         VALUE
               "ON BACKORDER - ".
           05  FILLER             PIC X(15)         VALUE
               "DELIVERED WHEN ".
           05  FILLER             PIC X(16)         VALUE
               "STOCK ARRIVES **".
           05  FILLER             PIC X(14)         VALUE SPACES.

       01  OC-DISC-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(4)          VALUE "YOU ".
           05  OC-STUB-DUE        PIC $$,$$$,$$$.99.
           05  FILLER             PIC X(8)          VALUE SPACES.

      *The order number goes back with the money, so the treasurer
      *can post a payment against the order it pays for.
       01  OC-STUB-ORD-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "ORDER NO. ".
           05  OC-STUB-ORD-NO     PIC 9(8).
           05  FILLER             PIC X(59)         VALUE SPACES.

       01  INV-HDG.
           05  FILLER             PIC X(10)         VALUE "INVENTORY ".
           05  FILLER             PIC X(9)          VALUE "WARNINGS:".
           05  O-INV-OVER         PIC ZZZ,ZZ9.
           05  FILLER             PIC X             VALUE SPACES.
           05  FILLER             PIC X(5)          VALUE "CASES".
           05  FILLER             PIC X(2)          VALUE SPACES.
           05  FILLER             PIC X(13)         VALUE
               "BACKORDERED: ".
           05  O-INV-BO           PIC ZZZ,ZZ9.
           05  FILLER             PIC X(64)         VALUE SPACES.

       01  INV-NONE-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(8)          VALUE "OVERSOLD".
           05  FILLER             PIC X(110)        VALUE SPACES.

      *Backorder status - every backorder still waiting on stock, in
      *the order it was taken, and what the queue stands at.
       01  BO-HDG.
           05  FILLER             PIC X(10)         VALUE "BACKORDER ".
           05  FILLER             PIC X(7)          VALUE "STATUS:".
           05  FILLER             PIC X(115)        VALUE SPACES.

       01  BO-COL-HDG.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(12)         VALUE "ORDERED".
           05  FILLER             PIC X(3)          VALUE "TM".
           05  FILLER             PIC X(16)         VALUE "LAST NAME".
           05  FILLER             PIC X(16)         VALUE "FIRST NAME".
           05  FILLER             PIC X(18)         VALUE "FLAVOR".
           05  FILLER             PIC X(9)          VALUE "BACKORD".
           05  FILLER             PIC X(9)          VALUE "   OPEN".
           05  FILLER             PIC X(9)          VALUE "SHIPPED".
           05  FILLER             PIC X(6)          VALUE "CANCEL".
           05  FILLER             PIC X(31)         VALUE SPACES.

       01  BO-DETAIL-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-BO-DATE          PIC 9999/99/99.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-BO-TEAM          PIC X.
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-BO-LNAME         PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-BO-FNAME         PIC X(15).
           05  FILLER             PIC X             VALUE SPACES.
           05  O-BO-NAME          PIC X(16).
           05  FILLER             PIC XX            VALUE SPACES.
           05  O-BO-CASES         PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-BO-OPEN          PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-BO-SHIP          PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  O-BO-CAN           PIC ZZ,ZZ9.
           05  FILLER             PIC X(31)         VALUE SPACES.

       01  BO-NONE-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(10)         VALUE "NO BACKORD".
           05  FILLER             PIC X(11)         VALUE "ERS WAITING".
           05  FILLER             PIC X(108)        VALUE SPACES.

       01  BO-TOT-LINE.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(20)         VALUE
               "STILL ON BACKORDER: ".
           05  O-BO-OPEN-TOT      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(3)          VALUE SPACES.
           05  FILLER             PIC X(18)         VALUE
               "SHIPPED THIS RUN: ".
           05  O-BO-SHIPPED       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(74)         VALUE SPACES.

       01  BO-FULL-NOTE-LINE.
           05  FILLER             PIC X(132)        VALUE "NOTE: BACKO
      -         "RDER QUEUE IS FULL - LATER OVERSOLD LINES WERE DRAWN BE
      -         "LOW ZERO AND LEFT ON THE DOCK SHEET".

      *Replenishment - one row per flavor whose position (on hand
      *plus on order, less what the backorder queue is still owed)
      *has fallen below its reorder point, with the
      *suggested order quantity that also goes to the bottler PO
      *file.  A flavor sitting exactly at its point needs nothing.
       01  RPL-HDG.
           PERFORM 1130-APPLY-TAX-RATES.
           PERFORM 1600-LOAD-CATALOG.
           PERFORM 1700-LOAD-INVENTORY.
           PERFORM 1720-LOAD-BACKORDERS.
           PERFORM 1800-LOAD-ROSTER.
           PERFORM 1900-LOAD-PROMOS.

               MOVE 0 TO C-STATE-DEP(Y).

           PERFORM 1050-CHECK-RUN-MODE.

           IF SW-YEAREND-MODE = "YES"
               PERFORM 1300-YEAR-END-ROLL
           END-IF.

           PERFORM 1950-LOAD-GL-PERIOD.
           PERFORM 1400-OPEN-CUST-MASTER.

           IF SW-REPRINT-MODE = "YES"
               PERFORM 1080-REPRINT-REPORTS
           END-IF.

           PERFORM 1160-LOAD-ORDER-CONTROL.

      *A rerun folds into the saved week the same way the totals do -
      *the saved manifest comes back in whole so a void can net
      *against a main-run entry and the rewrite at closing stays the
               END-IF
           END-IF.

      *The seller ledger runs all season - every kind of run adds to
      *it, and the first run of the season creates it.
           OPEN EXTEND SELLER-LEDGER.
           IF SO-FILE-STATUS NOT = "00"
               OPEN OUTPUT SELLER-LEDGER
           END-IF.

           OPEN EXTEND ORDER-HISTORY.
           IF OH-FILE-STATUS NOT = "00"
               OPEN OUTPUT ORDER-HISTORY
           END-IF.

           PERFORM 9200-ERR-HDG.
           PERFORM 9100-HDG.

               MOVE 0 TO C-DISC-TOT
           END-IF.

           IF WKT-AR-BILLED NUMERIC
               MOVE WKT-AR-BILLED TO C-AR-BILLED
           ELSE
               PERFORM 1155-REBUILD-AR-BILLED
           END-IF.

      *----------------------
      *Put one saved seller's standing back on the roster entry with
      *the same ID.  A seller since dropped from the roster has
           PERFORM 3350-TAX-SUMMARY.
           PERFORM 3380-DEPOSIT-REMIT.
           PERFORM 3450-INV-WARNINGS.
           PERFORM 3455-BACKORDER-STATUS.
           PERFORM 3900-SEASON-TREND.
           PERFORM 3600-CUST-REPORT.
           PERFORM 3700-RCV-REPORT.

           PERFORM 9850-READ-INV.

      *----------------------
      *Load the backorder queue whole.  Backorders only mean anything
      *against a tracked inventory, so nothing is read when there is
      *no inventory file; a missing queue just means nothing has
      *been backordered yet.  The whole queue has to fit - a partial
      *table could never be written back.
       1720-LOAD-BACKORDERS.

           PERFORM VARYING Y FROM 1 BY 1
             UNTIL Y > 10
               MOVE 0 TO INV-BACKORDER(Y)
               MOVE 0 TO C-BO-RUN(Y).

           IF SW-INV-LOADED = "YES"
               OPEN INPUT BACKORDER-FILE
               IF BO-FILE-STATUS = "00"
                   MOVE "YES" TO MORE-BOS
                   PERFORM 9840-READ-BO
                   PERFORM 1730-ADD-BO
                       UNTIL MORE-BOS = "NO"
                   CLOSE BACKORDER-FILE
               END-IF
           END-IF.

      *----------------------

       1730-ADD-BO.

           IF BO-CTR >= 2000
               DISPLAY "CBLNB06 - BACKORDER FILE CBLPOPBO.DAT HAS MORE
      -            " THAN 2000 RECORDS - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF BO-POP-CODE NUMERIC
               AND BO-POP-CODE > 0
               AND BO-POP-CODE NOT > CAT-CNT
               AND BO-CASES NUMERIC
               AND BO-OPEN-CASES NUMERIC
               AND BO-REL-CASES NUMERIC
               AND BO-SHIP-CASES NUMERIC
               AND BO-CAN-CASES NUMERIC
               ADD 1 TO BO-CTR
               MOVE BO-REC TO BO-ENTRY(BO-CTR)
               IF BO-ORD-NO NOT NUMERIC
                   MOVE 0 TO BOT-ORD-NO(BO-CTR)
               END-IF
               ADD BO-OPEN-CASES TO INV-BACKORDER(BO-POP-CODE)
           ELSE
               DISPLAY "CBLNB06 - BACKORDER RECORD IGNORED - BAD POP
      -            " CODE OR QUANTITY"
           END-IF.

           PERFORM 9840-READ-BO.

      *----------------------
      *Load the seller roster.  Orders are validated against it, so a
      *missing or empty roster stops the run before any order is
               PERFORM 9890-READ-PRM
           END-IF.

      *----------------------
      *Pick up the payment-date window the last journal covered, so
      *this run books only payments dated after it.  A weekly run
      *starts where the last journal stopped; a suspense rerun
      *rewrites the same week's journal, so it keeps that journal's
      *own starting date.  No journal on file (the first run of the
      *season) books every payment in the file.  The delivery credits
      *follow the same rule by order number; a journal written before
      *the credits were booked carries no numbers, so the first one
      *after it books every credit on the history.
       1950-LOAD-GL-PERIOD.

           MOVE 0 TO GL-FROM-DATE.
           MOVE CUR-STAMP-DATE TO GL-THRU-DATE.
           MOVE 0 TO GL-FROM-ORD-NO.

           OPEN INPUT GL-JOURNAL.

           IF GL-FILE-STATUS = "00"
               READ GL-JOURNAL
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO OPS-GL-READS
                       IF GL-IS-HEADER
                           AND GL-HDR-FROM-DATE NUMERIC
                           AND GL-HDR-THRU-DATE NUMERIC
                           IF SW-RERUN-MODE = "YES"
                               MOVE GL-HDR-FROM-DATE TO GL-FROM-DATE
                           ELSE
                               MOVE GL-HDR-THRU-DATE TO GL-FROM-DATE
                           END-IF
                       END-IF
                       IF GL-IS-HEADER
                           AND GL-HDR-FROM-ORD-NO NUMERIC
                           AND GL-HDR-THRU-ORD-NO NUMERIC
                           IF SW-RERUN-MODE = "YES"
                               MOVE GL-HDR-FROM-ORD-NO
                                   TO GL-FROM-ORD-NO
                           ELSE
                               MOVE GL-HDR-THRU-ORD-NO
                                   TO GL-FROM-ORD-NO
                           END-IF
                       END-IF
               END-READ
               CLOSE GL-JOURNAL
           END-IF.

           PERFORM 1960-LOAD-DLV-CREDITS.

      *----------------------
      *Total the delivery credits numbered after the last journal's.
      *Each credit takes the next order number, so anything numbered
      *no higher than the highest already read is either booked
      *already or a restarted run's second copy of an order, and is
      *passed over.  No history file means nothing to book.
       1960-LOAD-DLV-CREDITS.

           MOVE GL-FROM-ORD-NO TO GL-THRU-ORD-NO.
           MOVE 0 TO C-CR-CTR.
           MOVE 0 TO C-CR-DISC.
           MOVE 0 TO C-CR-TOTAL.
           MOVE 0 TO C-CR-WHOLESALE.
           MOVE 0 TO C-CR-NO-TEAM-PROD.
           MOVE 0 TO C-CR-NO-ST-TAX.
           MOVE 0 TO C-CR-NO-ST-DEP.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 5
               MOVE 0 TO C-CR-PRODUCT(X)
           END-PERFORM.

           PERFORM VARYING Y FROM 1 BY 1
             UNTIL Y > 6
               MOVE 0 TO C-CR-TAX(Y)
               MOVE 0 TO C-CR-DEP(Y)
           END-PERFORM.

           OPEN INPUT ORDER-HISTORY.

           IF OH-FILE-STATUS = "00"
               MOVE "NO" TO SW-CR-IN-CREDIT
               MOVE "YES" TO MORE-OH
               PERFORM 9865-READ-OH
               PERFORM 1965-ADD-DLV-CREDIT
                   UNTIL MORE-OH = "NO"
               CLOSE ORDER-HISTORY
           END-IF.

      *----------------------

       1965-ADD-DLV-CREDIT.

           IF OH-IS-HEADER
               MOVE "NO" TO SW-CR-IN-CREDIT
               IF OH-ORD-NO NUMERIC
                   AND OH-ORD-NO > GL-THRU-ORD-NO
                   MOVE OH-ORD-NO TO GL-THRU-ORD-NO
                   IF OH-TXN-TYPE = "R" OR OH-TXN-TYPE = "S"
                       PERFORM 1970-START-CREDIT
                   END-IF
               END-IF
           ELSE
               IF OH-IS-DETAIL
                   AND SW-CR-IN-CREDIT = "YES"
                   AND OH-LINE-CASES NUMERIC
                   AND OH-LINE-PRODUCT NUMERIC
                   AND OH-LINE-DISC NUMERIC
                   AND OH-LINE-TAX NUMERIC
                   AND OH-LINE-DEPOSIT NUMERIC
                   PERFORM 1975-ADD-CREDIT-LINE
               END-IF
           END-IF.

           PERFORM 9865-READ-OH.

      *----------------------
      *A credit's header - find its team and state once for its
      *lines; 6 and 7 mean not on the table.
       1970-START-CREDIT.

           MOVE "YES" TO SW-CR-IN-CREDIT.
           MOVE OH-TXN-TYPE TO C-CR-TXN-TYPE.
           ADD 1 TO C-CR-CTR.

           PERFORM VARYING C-CR-TEAM-IDX FROM 1 BY 1
             UNTIL C-CR-TEAM-IDX > 5
                OR TEAM-NAME(C-CR-TEAM-IDX) = OH-TEAM
               CONTINUE
           END-PERFORM.

           PERFORM VARYING C-CR-ST-IDX FROM 1 BY 1
             UNTIL C-CR-ST-IDX > 6
                OR STATE(C-CR-ST-IDX) = OH-STATE
               CONTINUE
           END-PERFORM.

      *----------------------
      *One credited flavor.  Receivables come down by exactly the
      *product, tax and deposit taken off the other lines, so the
      *entry proves.
       1975-ADD-CREDIT-LINE.

           IF C-CR-TEAM-IDX > 5
               ADD OH-LINE-PRODUCT TO C-CR-NO-TEAM-PROD
           ELSE
               ADD OH-LINE-PRODUCT TO C-CR-PRODUCT(C-CR-TEAM-IDX)
           END-IF.

           IF C-CR-ST-IDX > 6
               ADD OH-LINE-TAX TO C-CR-NO-ST-TAX
               ADD OH-LINE-DEPOSIT TO C-CR-NO-ST-DEP
           ELSE
               ADD OH-LINE-TAX TO C-CR-TAX(C-CR-ST-IDX)
               ADD OH-LINE-DEPOSIT TO C-CR-DEP(C-CR-ST-IDX)
           END-IF.

           ADD OH-LINE-DISC TO C-CR-DISC.
           ADD OH-LINE-PRODUCT OH-LINE-TAX OH-LINE-DEPOSIT
               TO C-CR-TOTAL.

           IF C-CR-TXN-TYPE = "R"
               AND OH-POP-CODE NUMERIC
               AND OH-POP-CODE >= 1
               AND OH-POP-CODE <= CAT-CNT
               COMPUTE C-CR-WHOLESALE = C-CR-WHOLESALE
                   + OH-LINE-CASES * CAT-WHOLESALE(OH-POP-CODE)
           END-IF.

      *----------------------
      *See if a checkpoint was left by a prior run that did not finish
      *cleanly.  A nonzero CKPT-REC-CTR means we are restarting, so
                   ELSE
                       MOVE 0 TO C-DISC-TOT
                   END-IF
      *The orders after the checkpoint are processed again, so they
      *take the same numbers again.  An older checkpoint without the
      *number leaves the control file's figure standing.
                   IF CKPT-LAST-ORD-NO NUMERIC
                       AND CKPT-LAST-ORD-NO > 0
                       MOVE CKPT-LAST-ORD-NO TO C-LAST-ORD-NO
                   END-IF
                   PERFORM VARYING Y FROM 1 BY 1
                     UNTIL Y > 10
                       MOVE CKPT-POP-TOT(Y) TO C-POP-TOT(Y)
                           MOVE 0 TO C-STATE-DEP(Y)
                       END-IF
                   END-PERFORM
                   IF CKPT-AR-BILLED NUMERIC
                       MOVE CKPT-AR-BILLED TO C-AR-BILLED
                   ELSE
                       PERFORM 1155-REBUILD-AR-BILLED
                   END-IF
               END-IF
           END-IF.

      *----------------------
      *A checkpoint or week-totals record saved by the prior release
      *has no receivables figure.  What was billed up to that point
      *is put back together from the buckets it does carry - product
      *by team, tax and deposit by state - so the restarted run's
      *journal still proves; from here on the figure is kept on its
      *own.
       1155-REBUILD-AR-BILLED.

           MOVE 0 TO C-AR-BILLED.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 5
               ADD C-GT-RAISED(X) TO C-AR-BILLED
           END-PERFORM.

           PERFORM VARYING Y FROM 1 BY 1
             UNTIL Y > 6
               ADD C-STATE-TAX(Y) TO C-AR-BILLED
               ADD C-STATE-DEP(Y) TO C-AR-BILLED
           END-PERFORM.

      *----------------------
      *Pick up the last order number issued.  No file means no order
      *has ever been numbered - the first one this run is number 1.
       1160-LOAD-ORDER-CONTROL.

           MOVE 0 TO C-LAST-ORD-NO.
           OPEN INPUT ORDER-CONTROL.

           IF ON-FILE-STATUS = "00"
               READ ORDER-CONTROL
                   AT END
                       MOVE 0 TO ON-LAST-ORD-NO
                   NOT AT END
                       ADD 1 TO OPS-ON-READS
               END-READ
               IF ON-LAST-ORD-NO NUMERIC
                   MOVE ON-LAST-ORD-NO TO C-LAST-ORD-NO
               ELSE
                   DISPLAY "CBLNB06 - ORDER-NUMBER CONTROL CBLPOPON.DAT
      -                " IS NOT NUMERIC - RUN ABORTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE ORDER-CONTROL
           END-IF.

      *----------------------
           END-IF.

      *----------------------
      *A "Y" run-control record asked for the year-end roll here.
      *Rolling the master alone leaves the order history, seller
      *ledger, backorders and the rest running on into the new
      *season, and the audit then finds last season in every
      *family's history - the CBLNB13 season close archives those
      *files, starts them over and rolls the master in one step.
      *The "Y" is blanked so the next weekly run goes ahead, and
      *nothing is touched.
       1300-YEAR-END-ROLL.

           PERFORM 3080-CLEAR-RUN-MODE.

           DISPLAY "CBLNB06 - YEAR END ROLL IS DONE BY THE CBLNB13 SEASO
      -        "N CLOSE - RUN MODE CLEARED - RUN ABORTED".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *----------------------
      *Apply the treasurer's season-to-date payment file against the
      *master - performed from 3000-CLOSING so this run's orders are
               MOVE "NO" TO SW-PMT-COUNT-PASS
               PERFORM 1560-CHECK-PMT-BATCH
               IF SW-PMT-BATCH-OK = "YES"
                   PERFORM 1505-LOAD-XREF
                   OPEN INPUT PAYMENT-FILE
                   PERFORM 1530-ZERO-PAID-DOLLARS
                   MOVE "YES" TO MORE-PMTS
               END-IF
           END-IF.

      *----------------------
      *Load the key cross-reference.  No file just means no family
      *has ever moved or been merged.
       1505-LOAD-XREF.

           OPEN INPUT KEY-XREF.

           IF KX-FILE-STATUS = "00"
               MOVE "YES" TO MORE-KX
               PERFORM 9710-READ-KX
               PERFORM 1506-LOAD-ONE-XREF
                   UNTIL MORE-KX = "NO"
               CLOSE KEY-XREF
               IF SW-KX-TBL-FULL = "YES"
                   DISPLAY "CBLNB06 - KEY CROSS-REFERENCE CBLPOPKX.DAT
      -                " HAS MORE THAN 500 RECORDS - REST IGNORED"
                   MOVE 4 TO C-NEW-RC
                   PERFORM 9900-RAISE-RC
               END-IF
           END-IF.

      *----------------------

       1506-LOAD-ONE-XREF.

           IF KX-CTR < 500
               ADD 1 TO KX-CTR
               MOVE KX-OLD-KEY TO KXT-OLD-KEY(KX-CTR)
               MOVE KX-NEW-KEY TO KXT-NEW-KEY(KX-CTR)
           ELSE
               MOVE "YES" TO SW-KX-TBL-FULL
           END-IF.

           PERFORM 9710-READ-KX.

      *----------------------
      *First pass - count the batch and sum its net dollars (a
      *reversal counts against the total), bank the method buckets
                           ADD PMT-AMT TO C-PMT-ONL-TOT
                       END-IF
                   END-IF
                   PERFORM 1555-BOOK-GL-CASH
               END-IF
           END-IF.

           PERFORM 9700-READ-PMT.

      *----------------------
      *Bank the payment into the journal's cash-by-method buckets when
      *it is dated inside the journal window - the payment file is
      *season-to-date, so anything on or before the last journal's
      *through date was booked by an earlier week, and anything dated
      *after this journal's through date is left for the next one.
      *A reversal is a returned item and comes back out of the
      *account the money went into; one with no usable method byte
      *is taken as a check.
       1555-BOOK-GL-CASH.

           IF PMT-DATE NUMERIC
               AND PMT-DATE > GL-FROM-DATE
               AND PMT-DATE NOT > GL-THRU-DATE
               IF PMT-IS-REVERSAL
                   IF PMT-BY-CASH
                       SUBTRACT PMT-AMT FROM C-GL-CASH-TOT
                   ELSE
                       IF PMT-BY-ONLINE
                           SUBTRACT PMT-AMT FROM C-GL-ONL-TOT
                       ELSE
                           SUBTRACT PMT-AMT FROM C-GL-CHECK-TOT
                       END-IF
                   END-IF
               ELSE
                   IF PMT-BY-CASH
                       ADD PMT-AMT TO C-GL-CASH-TOT
                   END-IF
                   IF PMT-BY-CHECK
                       ADD PMT-AMT TO C-GL-CHECK-TOT
                   END-IF
                   IF PMT-BY-ONLINE
                       ADD PMT-AMT TO C-GL-ONL-TOT
                   END-IF
               END-IF
           END-IF.

      *----------------------
      *Hold the whole batch unless the trailer is there and both its
      *controls match - a truncated file must not quietly turn into
      *unpaid families on the aging.
       1560-CHECK-PMT-BATCH.

           IF SW-PMT-TRL-FOUND = "NO"
               DISPLAY "CBLNB06 - PAYMENT FILE CBLPOPPM.DAT HAS NO
      -            " BATCH TRAILER - PAYMENTS NOT APPLIED"
               MOVE 8 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
           ELSE
               IF C-PMT-REC-CT = PMT-EXP-REC-CT
                   AND C-PMT-DOL-TOT = PMT-EXP-AMT
                   MOVE "YES" TO SW-PMT-BATCH-OK
               ELSE
                   MOVE PMT-FNAME TO CMF-FNAME
                   MOVE PMT-ADDRESS TO CMF-ADDRESS
                   PERFORM 9620-READ-CUST-KEYED
                   IF SW-CM-FOUND = "NO"
                       AND KX-CTR > 0
                       PERFORM 1515-FOLLOW-XREF
                   END-IF
               END-IF
               IF SW-CM-FOUND = "YES"
                   IF PMT-IS-REVERSAL

           PERFORM 9700-READ-PMT.

      *----------------------
      *The payment's key is not on the master - if the family moved
      *or was merged, follow the cross-reference to the key it lives
      *under now and try again there.
       1515-FOLLOW-XREF.

           MOVE CMF-CUST-KEY TO KX-CUR-KEY.
           MOVE 0 TO KX-HOPS.
           MOVE "YES" TO SW-KX-HOPPED.

           PERFORM 1517-XREF-HOP
               UNTIL SW-KX-HOPPED = "NO"
                  OR KX-HOPS >= 10.

           IF KX-HOPS > 0
               MOVE KX-CUR-KEY TO CMF-CUST-KEY
               PERFORM 9620-READ-CUST-KEYED
               IF SW-CM-FOUND = "YES"
                   ADD 1 TO C-PMT-XREF-CT
               END-IF
           END-IF.

      *----------------------

       1517-XREF-HOP.

           MOVE "NO" TO SW-KX-HOPPED.

           PERFORM VARYING KX-IDX FROM 1 BY 1
             UNTIL KX-IDX > KX-CTR
                OR SW-KX-HOPPED = "YES"
               IF KXT-OLD-KEY(KX-IDX) = KX-CUR-KEY
                   MOVE KXT-NEW-KEY(KX-IDX) TO KX-CUR-KEY
                   MOVE "YES" TO SW-KX-HOPPED
                   ADD 1 TO KX-HOPS
               END-IF
           END-PERFORM.

      *----------------------
      *The payment file is cumulative, so paid-to-date starts from
      *zero on every family and is rebuilt from scratch - one
           ELSE
               IF ORD-IS-BACKOUT
                   PERFORM 2350-ADJ-CALCS
                   PERFORM 2700-ASSIGN-ORDER-NO
                   PERFORM 2710-WRITE-ORDER-HISTORY
                   PERFORM 2650-BACKOUT-CUST
                   PERFORM 2380-MF-BACKOUT
                   PERFORM 2670-BACKOUT-SELLER
               ELSE
                   PERFORM 2300-CALCS
                   PERFORM 2700-ASSIGN-ORDER-NO
                   PERFORM 2705-NUMBER-BACKORDERS
                   PERFORM 2400-OUTPUT
                   PERFORM 2480-CONFIRMATION
                   PERFORM 2710-WRITE-ORDER-HISTORY
                   PERFORM 2600-UPDATE-CUST-MASTER
                   PERFORM 2470-ADD-MANIFEST
                   PERFORM 2690-CREDIT-SELLER
                   IF CUR-SEEN-IDX > 0
                       MOVE "YES" TO SEEN-ACCEPTED(CUR-SEEN-IDX)
                       MOVE C-ORD-NO TO SEEN-ORD-NO(CUR-SEEN-IDX)
                   END-IF
               END-IF
           END-IF.
           MOVE TRL-EXP-CASE-QTY TO CKPT-EXP-CASE-QTY.
           MOVE C-SUS-CTR TO CKPT-SUS-CTR.
           MOVE C-DISC-TOT TO CKPT-DISC-TOT.
           MOVE C-LAST-ORD-NO TO CKPT-LAST-ORD-NO.
           MOVE C-AR-BILLED TO CKPT-AR-BILLED.

           PERFORM VARYING Y FROM 1 BY 1
             UNTIL Y > 10
           MOVE I-ZIP-2 TO ORD-ZIP-2.
           MOVE I-TEAM TO ORD-TEAM.
           MOVE I-SELLER-ID TO ORD-SELLER-ID.
           MOVE I-ADJ-ORD-NO TO ORD-ADJ-ORD-NO.
           MOVE 0 TO ORD-LINE-CTR.
           MOVE "NO" TO SW-LINES-OVERFLOW.

               MOVE ORD-STATE TO SEEN-STATE(SEEN-ORD-CTR)
               MOVE "NO" TO SEEN-ACCEPTED(SEEN-ORD-CTR)
               MOVE 0 TO SEEN-SELLER(SEEN-ORD-CTR)
               MOVE 0 TO SEEN-ORD-NO(SEEN-ORD-CTR)
               MOVE SEEN-ORD-CTR TO CUR-SEEN-IDX
           ELSE
               MOVE "YES" TO SW-SEEN-TBL-FULL
               END-IF
           END-PERFORM.

           MOVE 0 TO C-VOID-ORD-NO.
           MOVE 0 TO C-VOID-ORD-DATE.

           IF ORD-ADJ-ORD-NO NUMERIC
               MOVE ORD-ADJ-ORD-NO TO C-VOID-ORD-NO
           END-IF.

      *With no number keyed, the order being backed out is the
      *family's latest - this run's, or else the master's last order
      *date, which is all a backorder queued before numbering has.
           IF ADJ-SEEN-IDX > 0
               MOVE SEEN-TEAM(ADJ-SEEN-IDX) TO ORD-TEAM
               MOVE SEEN-STATE(ADJ-SEEN-IDX) TO ORD-STATE
               IF C-VOID-ORD-NO = 0
                   MOVE SEEN-ORD-NO(ADJ-SEEN-IDX) TO C-VOID-ORD-NO
               END-IF
           ELSE
               PERFORM 2610-FIND-CUST
               IF SW-CM-FOUND = "YES"
                   MOVE CMF-TEAM TO ORD-TEAM
                   MOVE CMF-STATE TO ORD-STATE
                   IF CMF-LAST-ORD-DATE NUMERIC
                       MOVE CMF-LAST-ORD-DATE TO C-VOID-ORD-DATE
                   END-IF
               ELSE
                   ADD 1 TO ERR-FND-CTR
                   MOVE T-ERR(15) TO ERR-FND-MSG(ERR-FND-CTR)
           MOVE ORD-ZIP-2 TO SUS-ZIP-2.
           MOVE ORD-TEAM TO SUS-TEAM.
           MOVE ORD-SELLER-ID TO SUS-SELLER-ID.
           MOVE ORD-ADJ-ORD-NO TO SUS-ADJ-ORD-NO.

           WRITE SUS-REC FROM SUS-ORDER-HDR.
           ADD 1 TO OPS-SUSOUT-WRITES.

           MOVE 0 TO C-TOT-SALES.
           MOVE 0 TO C-ORD-CASES.
           COMPUTE C-BO-FIRST-NEW = BO-CTR + 1.
           MOVE 0 TO C-ORD-PRODUCT.
           MOVE 0 TO C-ORD-DEPOSIT.
           MOVE 0 TO C-ORD-DISC.
               ADD ORD-NUM-CASES(W)
                   TO C-TEAM-POP-TOT(Z, ORD-POP-TYPE(W))
               ADD ORD-NUM-CASES(W) TO C-STATE-CASES(Y)
               MOVE 0 TO C-LINE-BO(W)
               IF SW-INV-LOADED = "YES"
                   PERFORM 2320-DRAW-STOCK
               END-IF.

      *Only the product dollars count as money raised - the deposit
           ADD C-ORD-PRODUCT TO C-GT-RAISED(Z).
           ADD C-ORD-PRODUCT TO C-STATE-SALES(Y).
           ADD C-ORD-DEPOSIT TO C-STATE-DEP(Y).
           ADD C-TOT-SALES TO C-AR-BILLED.

      *----------------------
      *Find the best promotion percent for the order line W is
               END-IF
           END-PERFORM.

      *----------------------
      *Draw order line W out of stock.  Whatever the truck cannot
      *cover goes on the backorder queue behind everybody already
      *waiting and stays off the dock sheet; the family is still
      *charged for the whole line.  With the queue full the line is
      *drawn down past zero the old way and the warning section
      *says so.
       2320-DRAW-STOCK.

           IF INV-ON-HAND(ORD-POP-TYPE(W)) < ORD-NUM-CASES(W)
               IF INV-ON-HAND(ORD-POP-TYPE(W)) > 0
                   COMPUTE C-LINE-BO(W) = ORD-NUM-CASES(W)
                       - INV-ON-HAND(ORD-POP-TYPE(W))
               ELSE
                   MOVE ORD-NUM-CASES(W) TO C-LINE-BO(W)
               END-IF
               IF BO-CTR < 2000
                   PERFORM 2325-ADD-BACKORDER
               ELSE
                   MOVE "YES" TO SW-BO-TBL-FULL
                   MOVE 0 TO C-LINE-BO(W)
               END-IF
           END-IF.

           COMPUTE INV-ON-HAND(ORD-POP-TYPE(W)) =
               INV-ON-HAND(ORD-POP-TYPE(W))
                   - (ORD-NUM-CASES(W) - C-LINE-BO(W)).

      *----------------------
      *Queue the uncovered cases of line W at the back of the line.
       2325-ADD-BACKORDER.

           ADD 1 TO BO-CTR.
           MOVE I-DATE-NUM TO BOT-ORD-DATE(BO-CTR).
           MOVE ORD-TEAM TO BOT-TEAM(BO-CTR).
           MOVE ORD-LNAME TO BOT-LNAME(BO-CTR).
           MOVE ORD-FNAME TO BOT-FNAME(BO-CTR).
           MOVE ORD-ADDRESS TO BOT-ADDRESS(BO-CTR).
           MOVE ORD-CITY TO BOT-CITY(BO-CTR).
           MOVE ORD-POP-TYPE(W) TO BOT-POP-CODE(BO-CTR).
           MOVE C-LINE-BO(W) TO BOT-CASES(BO-CTR).
           MOVE C-LINE-BO(W) TO BOT-OPEN-CASES(BO-CTR).
           MOVE 0 TO BOT-REL-CASES(BO-CTR).
           MOVE 0 TO BOT-SHIP-CASES(BO-CTR).
           MOVE 0 TO BOT-CAN-CASES(BO-CTR).
           MOVE 0 TO BOT-REL-DATE(BO-CTR).
           MOVE 0 TO BOT-ORD-NO(BO-CTR).

           ADD C-LINE-BO(W) TO INV-BACKORDER(ORD-POP-TYPE(W)).
           ADD C-LINE-BO(W) TO C-BO-RUN(ORD-POP-TYPE(W)).
           MOVE "YES" TO SW-BO-CHANGED.

      *----------------------
      *A backed-out line comes off the voided order's backorders for
      *the flavor first, newest first - those cases never went on
      *the dock sheet.  Open cases were never drawn from stock;
      *released ones were set aside out of on-hand by the receipt
      *that filled them and have not shipped, so they are cancelled
      *too and go back on the shelf (C-BO-REL-CAN).  Only the rest
      *of the line comes off the manifest.  C-LINE-BO(W) is left
      *holding all the cases taken off the queue.
       2330-CANCEL-BACKORDER.

           PERFORM VARYING BO-IDX FROM BO-CTR BY -1
             UNTIL BO-IDX < 1
                OR C-LINE-BO(W) NOT < ORD-NUM-CASES(W)
               IF BOT-LNAME(BO-IDX) = ORD-LNAME
                   AND BOT-FNAME(BO-IDX) = ORD-FNAME
                   AND BOT-ADDRESS(BO-IDX) = ORD-ADDRESS
                   AND BOT-POP-CODE(BO-IDX) = ORD-POP-TYPE(W)
                   AND ((C-VOID-ORD-NO > 0
                         AND BOT-ORD-NO(BO-IDX) = C-VOID-ORD-NO)
                     OR (C-VOID-ORD-NO = 0
                         AND BOT-ORD-DATE(BO-IDX) = C-VOID-ORD-DATE))
                   PERFORM 2335-CANCEL-ONE-BO
               END-IF
           END-PERFORM.

      *----------------------
      *Cancel what is left of the line off one backorder - its open
      *cases first, then any released but not yet shipped.
       2335-CANCEL-ONE-BO.

           IF BOT-OPEN-CASES(BO-IDX) > 0
               COMPUTE C-BO-CANCEL =
                   ORD-NUM-CASES(W) - C-LINE-BO(W)
               IF C-BO-CANCEL > BOT-OPEN-CASES(BO-IDX)
                   MOVE BOT-OPEN-CASES(BO-IDX) TO C-BO-CANCEL
               END-IF
               SUBTRACT C-BO-CANCEL FROM BOT-OPEN-CASES(BO-IDX)
               ADD C-BO-CANCEL TO BOT-CAN-CASES(BO-IDX)
               ADD C-BO-CANCEL TO C-LINE-BO(W)
               SUBTRACT C-BO-CANCEL
                   FROM INV-BACKORDER(ORD-POP-TYPE(W))
               IF BOT-ORD-DATE(BO-IDX) = I-DATE-NUM
                   AND C-BO-RUN(ORD-POP-TYPE(W))
                       NOT < C-BO-CANCEL
                   SUBTRACT C-BO-CANCEL
                       FROM C-BO-RUN(ORD-POP-TYPE(W))
               END-IF
               MOVE "YES" TO SW-BO-CHANGED
           END-IF.

           IF BOT-REL-CASES(BO-IDX) > 0
               AND C-LINE-BO(W) < ORD-NUM-CASES(W)
               COMPUTE C-BO-CANCEL =
                   ORD-NUM-CASES(W) - C-LINE-BO(W)
               IF C-BO-CANCEL > BOT-REL-CASES(BO-IDX)
                   MOVE BOT-REL-CASES(BO-IDX) TO C-BO-CANCEL
               END-IF
               SUBTRACT C-BO-CANCEL FROM BOT-REL-CASES(BO-IDX)
               ADD C-BO-CANCEL TO BOT-CAN-CASES(BO-IDX)
               ADD C-BO-CANCEL TO C-LINE-BO(W)
               ADD C-BO-CANCEL TO C-BO-REL-CAN
               MOVE "YES" TO SW-BO-CHANGED
           END-IF.

      *----------------------
      *Back an adjustment or void out of the running totals - the
      *same arithmetic as 2300-CALCS with the sign turned around,
                   C-TOT-CASES * TAX-PCT(Y) / 100
               COMPUTE C-LINE-SALES(W) ROUNDED =
                   C-TOT-CASES + C-DEPOSIT-AMT + C-TAX-AMT
               MOVE C-DEPOSIT-AMT TO C-LINE-DEPOSIT(W)
               MOVE C-TAX-AMT TO C-LINE-TAX(W)
               MOVE C-DISC-AMT TO C-LINE-DISC(W)
               ADD C-DISC-AMT TO C-ORD-DISC
               SUBTRACT C-DISC-AMT FROM C-DISC-TOT
               SUBTRACT C-TAX-AMT FROM C-STATE-TAX(Y)
               SUBTRACT ORD-NUM-CASES(W)
                   FROM C-TEAM-POP-TOT(Z, ORD-POP-TYPE(W))
               SUBTRACT ORD-NUM-CASES(W) FROM C-STATE-CASES(Y)
               MOVE 0 TO C-LINE-BO(W)
               MOVE 0 TO C-BO-REL-CAN
               IF SW-INV-LOADED = "YES"
                   PERFORM 2330-CANCEL-BACKORDER
                   COMPUTE INV-ON-HAND(ORD-POP-TYPE(W)) =
                       INV-ON-HAND(ORD-POP-TYPE(W))
                           + (ORD-NUM-CASES(W) - C-LINE-BO(W))
                           + C-BO-REL-CAN
               END-IF.

           SUBTRACT C-ORD-PRODUCT FROM C-GT-RAISED(Z).
           SUBTRACT C-ORD-PRODUCT FROM C-STATE-SALES(Y).
           SUBTRACT C-ORD-DEPOSIT FROM C-STATE-DEP(Y).
           SUBTRACT C-TOT-SALES FROM C-AR-BILLED.

           PERFORM 2360-LOG-ADJUSTMENT.

                   MOVE SLR-FOUND-IDX
                       TO SEEN-SELLER(CUR-SEEN-IDX)
               END-IF
               MOVE "O" TO SO-TYPE
               MOVE SLR-ID(SLR-FOUND-IDX) TO SO-SELLER-ID
               MOVE C-ORD-CASES TO SO-CASES
               MOVE SPACE TO SO-BCK-RUN
               PERFORM 2695-WRITE-SELLER-LEDGER
           END-IF.

      *----------------------
      *Take a backed-out order off its seller's standing - only
      *possible when the original order was accepted this run, since
      *that is the only place the seller is remembered.  An order
      *accepted this run with no seller was never credited to one,
      *so there is nothing to take back; an earlier run's order
      *goes on the ledger with the seller blank.
       2670-BACKOUT-SELLER.

           MOVE "B" TO SO-TYPE.
           MOVE SPACES TO SO-SELLER-ID.
           MOVE C-BCK-CASES TO SO-CASES.

           IF ADJ-SEEN-IDX > 0
               MOVE "T" TO SO-BCK-RUN
               IF SEEN-SELLER(ADJ-SEEN-IDX) > 0
                   SUBTRACT C-BCK-CASES
                       FROM SLR-CASES(SEEN-SELLER(ADJ-SEEN-IDX))
                   SUBTRACT C-ORD-PRODUCT
                       FROM SLR-DOLLARS(SEEN-SELLER(ADJ-SEEN-IDX))
                   MOVE SLR-ID(SEEN-SELLER(ADJ-SEEN-IDX))
                       TO SO-SELLER-ID
                   PERFORM 2695-WRITE-SELLER-LEDGER
               END-IF
           ELSE
               MOVE "P" TO SO-BCK-RUN
               PERFORM 2695-WRITE-SELLER-LEDGER
           END-IF.

      *----------------------
      *Log the order or backout just credited to the seller ledger,
      *SO-TYPE, SO-SELLER-ID and SO-CASES already set by the caller.
       2695-WRITE-SELLER-LEDGER.

           MOVE I-DATE-NUM TO SO-ORD-DATE.
           MOVE ORD-TEAM TO SO-TEAM.
           MOVE ORD-LNAME TO SO-LNAME.
           MOVE ORD-FNAME TO SO-FNAME.
           MOVE ORD-ADDRESS TO SO-ADDRESS.
           MOVE C-ORD-PRODUCT TO SO-PRODUCT.
           MOVE C-TOT-SALES TO SO-DUE.
           MOVE C-ORD-NO TO SO-ORD-NO.

           WRITE SO-REC.
           ADD 1 TO OPS-SO-WRITES.

      *----------------------
      *Every accepted order, adjustment and void takes the next order
      *number.
       2700-ASSIGN-ORDER-NO.

           ADD 1 TO C-LAST-ORD-NO.
           MOVE C-LAST-ORD-NO TO C-ORD-NO.

      *----------------------
      *Stamp the order's number on the backorders 2300-CALCS just
      *queued for it, so a later void cancels only this order's.
       2705-NUMBER-BACKORDERS.

           PERFORM VARYING BO-IDX FROM C-BO-FIRST-NEW BY 1
             UNTIL BO-IDX > BO-CTR
               MOVE C-ORD-NO TO BOT-ORD-NO(BO-IDX)
           END-PERFORM.

      *----------------------
      *Write the order to the history - the header, then one record
      *per flavor line with the amounts 2300-CALCS or 2350-ADJ-CALCS
      *just priced it at.
       2710-WRITE-ORDER-HISTORY.

           MOVE SPACES TO OH-REC.
           MOVE C-ORD-NO TO OH-ORD-NO.
           MOVE "H" TO OH-REC-TYPE.
           MOVE I-DATE-NUM TO OH-RUN-DATE.
           MOVE ORD-TXN-TYPE TO OH-TXN-TYPE.
           MOVE ORD-LNAME TO OH-LNAME.
           MOVE ORD-FNAME TO OH-FNAME.
           MOVE ORD-ADDRESS TO OH-ADDRESS.
           MOVE ORD-CITY TO OH-CITY.
           MOVE ORD-STATE TO OH-STATE.
           MOVE ORD-ZIP-1 TO OH-ZIP-1.
           MOVE ORD-ZIP-2 TO OH-ZIP-2.
           MOVE ORD-TEAM TO OH-TEAM.
           MOVE ORD-SELLER-ID TO OH-SELLER-ID.
           MOVE ORD-LINE-CTR TO OH-LINE-CT.

           IF ORD-IS-BACKOUT
               MOVE C-BCK-CASES TO OH-CASES
           ELSE
               MOVE C-ORD-CASES TO OH-CASES
           END-IF.

           MOVE C-ORD-DISC TO OH-DISC.
           MOVE C-TOT-SALES TO OH-TOTAL.
           WRITE OH-REC.
           ADD 1 TO OPS-OH-WRITES.

           PERFORM VARYING W FROM 1 BY 1
             UNTIL W > ORD-LINE-CTR
               MOVE SPACES TO OH-REC
               MOVE C-ORD-NO TO OH-ORD-NO
               MOVE "D" TO OH-REC-TYPE
               MOVE W TO OH-LINE-NO
               MOVE ORD-POP-TYPE(W) TO OH-POP-CODE
               MOVE CAT-NAME(ORD-POP-TYPE(W)) TO OH-POP-NAME
               MOVE ORD-NUM-CASES(W) TO OH-LINE-CASES
               MOVE CAT-COST(ORD-POP-TYPE(W)) TO OH-UNIT-COST
               COMPUTE OH-LINE-PRODUCT = C-LINE-SALES(W)
                   - C-LINE-DEPOSIT(W) - C-LINE-TAX(W)
               MOVE C-LINE-DISC(W) TO OH-LINE-DISC
               MOVE C-LINE-TAX(W) TO OH-LINE-TAX
               MOVE C-LINE-DEPOSIT(W) TO OH-LINE-DEPOSIT
               MOVE C-LINE-SALES(W) TO OH-LINE-TOTAL
               MOVE C-LINE-BO(W) TO OH-LINE-BO
               WRITE OH-REC
               ADD 1 TO OPS-OH-WRITES
           END-PERFORM.

      *----------------------
      *Hold the accepted order's cases by pop type for the delivery
      *manifest - less anything left on backorder, which ships when
      *a receipt releases it.
       2470-ADD-MANIFEST.

           IF MF-CTR < 2000
               END-PERFORM
               PERFORM VARYING W FROM 1 BY 1
                 UNTIL W > ORD-LINE-CTR
                   COMPUTE MF-CASES(MF-CTR, ORD-POP-TYPE(W)) =
                       MF-CASES(MF-CTR, ORD-POP-TYPE(W))
                           + ORD-NUM-CASES(W) - C-LINE-BO(W)
               END-PERFORM
           ELSE
               MOVE "YES" TO SW-MF-TBL-FULL

      *----------------------
      *Net an adjustment or void out of the family's manifest entry,
      *so the dock sheet shows what actually ships.  Cases the
      *backout cancelled off the backorder queue were never on the
      *sheet, so only the rest nets.  A backout for a family with no
      *order this run has nothing on the manifest to net against.
       2380-MF-BACKOUT.

           PERFORM VARYING MF-IDX FROM 1 BY 1
                   AND MF-ADDRESS(MF-IDX) = ORD-ADDRESS
                   PERFORM VARYING W FROM 1 BY 1
                     UNTIL W > ORD-LINE-CTR
                       COMPUTE MF-CASES(MF-IDX, ORD-POP-TYPE(W)) =
                           MF-CASES(MF-IDX, ORD-POP-TYPE(W))
                               - (ORD-NUM-CASES(W) - C-LINE-BO(W))
                   END-PERFORM
               END-IF
           END-PERFORM.
               END-WRITE
           END-IF.

           MOVE C-ORD-NO TO O-ORDER-NO.
           MOVE C-TOT-SALES TO O-ORDER-TOTAL.
           WRITE PRTLINE
               FROM ORDER-TOTAL-LINE
               FROM OC-CONF-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE C-ORD-NO TO OC-ORD-NO.

           WRITE CONFLINE
               FROM OC-ORD-NO-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE ORD-FNAME TO OC-FNAME.
           MOVE ORD-LNAME TO OC-LNAME.
           MOVE ORD-ADDRESS TO OC-ADDRESS.
                   FROM OC-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
               IF C-LINE-BO(W) > 0
                   MOVE C-LINE-BO(W) TO OC-BO-QTY
                   WRITE CONFLINE
                       FROM OC-BO-LINE
                           AFTER ADVANCING 1 LINE
                   END-WRITE
               END-IF
           END-PERFORM.

           IF C-ORD-DISC > 0
               FROM OC-STUB-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE C-ORD-NO TO OC-STUB-ORD-NO.

           WRITE CONFLINE
               FROM OC-STUB-ORD-LINE
                   AFTER ADVANCING 1 LINE.

      *----------------------

       3000-CLOSING.

           PERFORM 9100-HDG.
           PERFORM 3050-RECONCILE.

      *The payments are applied and the journal is built ahead of the
      *week totals and the run history - an entry that does not
      *balance has to be known before the history record says
      *whether the run was clean, and the team sort further down
      *reorders the team table the sales lines are booked from.
           PERFORM 1500-LOAD-PAYMENTS.
           PERFORM 3500-GL-JOURNAL.
           PERFORM 3070-WRITE-WEEK-TOTALS.
           PERFORM 3075-WRITE-RUN-HISTORY.
           PERFORM 3100-GRANDTOTALS.
           PERFORM 3350-TAX-SUMMARY.
           PERFORM 3380-DEPOSIT-REMIT.
           PERFORM 3400-ADJUSTMENTS.
           PERFORM 3440-SHIP-BACKORDERS.
           PERFORM 3450-INV-WARNINGS.
           PERFORM 3455-BACKORDER-STATUS.
           PERFORM 3470-REPLENISH.
           PERFORM 3460-WRITE-INVENTORY.
           PERFORM 3465-WRITE-BACKORDERS.
           PERFORM 3900-SEASON-TREND.
           PERFORM 3550-GL-PROOF.
           PERFORM 3600-CUST-REPORT.
           PERFORM 3700-RCV-REPORT.
           PERFORM 3750-DEPOSIT-SLIP.
           PERFORM 3800-MANIFEST.
           PERFORM 3090-SAVE-MANIFEST.
           PERFORM 3085-WRITE-ORDER-CONTROL.
           PERFORM 3060-CLEAR-CHECKPOINT.

           IF SW-RERUN-MODE = "YES"
           CLOSE CUST-RPT.
           CLOSE MANIFEST-RPT.
           CLOSE CONF-PRT.
           CLOSE SELLER-LEDGER.
           CLOSE ORDER-HISTORY.

           PERFORM 3095-WRITE-OPS-LOG.

           MOVE 0 TO CKPT-EXP-REC-CT CKPT-EXP-CASE-QTY.
           MOVE 0 TO CKPT-SUS-CTR.
           MOVE 0 TO CKPT-DISC-TOT.
           MOVE 0 TO CKPT-LAST-ORD-NO.
           MOVE 0 TO CKPT-AR-BILLED.

           PERFORM VARYING Y FROM 1 BY 1
             UNTIL Y > 10
           ADD 1 TO OPS-CKPT-WRITES.
           CLOSE CHECKPOINT-FILE.

      *----------------------
      *Save the last order number issued - ahead of clearing the
      *checkpoint, so a crash between the two still restarts with the
      *right number.
       3085-WRITE-ORDER-CONTROL.

           MOVE SPACES TO ON-REC.
           MOVE C-LAST-ORD-NO TO ON-LAST-ORD-NO.
           MOVE I-DATE-NUM TO ON-LAST-RUN-DATE.

           OPEN OUTPUT ORDER-CONTROL.
           WRITE ON-REC.
           ADD 1 TO OPS-ON-WRITES.
           CLOSE ORDER-CONTROL.

      *----------------------
      *Save the run's final grand totals so a suspense rerun can pick
      *them up and fold the corrected orders into the same week.  This
           END-PERFORM.

           MOVE C-DISC-TOT TO WKT-DISC-TOT.
           MOVE C-AR-BILLED TO WKT-AR-BILLED.

           OPEN OUTPUT WEEK-TOTALS.
           WRITE WKT-REC.
           MOVE OPS-PO-WRITES TO LOG-WRITES.
           PERFORM 3096-LOG-ONE-LINE.

           MOVE "CBLPOPPH.DAT" TO LOG-NAME.
           MOVE PH-FILE-STATUS TO LOG-STAT.
           MOVE 0 TO LOG-READS.
           MOVE OPS-PH-WRITES TO LOG-WRITES.
           PERFORM 3096-LOG-ONE-LINE.

           MOVE "CBLPOPBO.DAT" TO LOG-NAME.
           MOVE BO-FILE-STATUS TO LOG-STAT.
           MOVE OPS-BO-READS TO LOG-READS.
           MOVE OPS-BO-WRITES TO LOG-WRITES.
           PERFORM 3096-LOG-ONE-LINE.

           MOVE "CBLPOPSG.DAT" TO LOG-NAME.
           MOVE SO-FILE-STATUS TO LOG-STAT.
           MOVE 0 TO LOG-READS.
           MOVE OPS-SO-WRITES TO LOG-WRITES.
           PERFORM 3096-LOG-ONE-LINE.

           MOVE "CBLPOPON.DAT" TO LOG-NAME.
           MOVE ON-FILE-STATUS TO LOG-STAT.
           MOVE OPS-ON-READS TO LOG-READS.
           MOVE OPS-ON-WRITES TO LOG-WRITES.
           PERFORM 3096-LOG-ONE-LINE.

           MOVE "CBLPOPOH.DAT" TO LOG-NAME.
           MOVE OH-FILE-STATUS TO LOG-STAT.
           MOVE OPS-OH-READS TO LOG-READS.
           MOVE OPS-OH-WRITES TO LOG-WRITES.
           PERFORM 3096-LOG-ONE-LINE.

           MOVE "CBLPOPCM.DAT" TO LOG-NAME.
           MOVE CM-FILE-STATUS TO LOG-STAT.
           MOVE OPS-CM-READS TO LOG-READS.
           MOVE 0 TO LOG-WRITES.
           PERFORM 3096-LOG-ONE-LINE.

           MOVE "CBLPOPKX.DAT" TO LOG-NAME.
           MOVE KX-FILE-STATUS TO LOG-STAT.
           MOVE OPS-KX-READS TO LOG-READS.
           MOVE 0 TO LOG-WRITES.
           PERFORM 3096-LOG-ONE-LINE.

           MOVE "CBLPOPRC.DAT" TO LOG-NAME.
           MOVE RCTL-FILE-STATUS TO LOG-STAT.
           MOVE OPS-RCTL-READS TO LOG-READS.
           MOVE OPS-OC-WRITES TO LOG-WRITES.
           PERFORM 3096-LOG-ONE-LINE.

           MOVE "CBLPOPGL.DAT" TO LOG-NAME.
           MOVE GL-FILE-STATUS TO LOG-STAT.
           MOVE OPS-GL-READS TO LOG-READS.
           MOVE OPS-GL-WRITES TO LOG-WRITES.
           PERFORM 3096-LOG-ONE-LINE.

           WRITE LOG-REC FROM LOG-PAGES-NOTE-LINE.

           MOVE C-RECON-STAT TO LOG-RECON.
                       AFTER ADVANCING 1 LINES
           END-IF.

      *----------------------
      *Put every backorder a receipt has released since the last run
      *on this week's dock sheet - onto the family's entry when they
      *ordered again this week, as a stop of its own when they did
      *not - and mark those cases shipped.  A full manifest table
      *leaves the release waiting for next week.
       3440-SHIP-BACKORDERS.

           MOVE 0 TO C-BO-SHIPPED.

           IF SW-INV-LOADED = "YES"
               PERFORM 3445-SHIP-ONE-BO
                   VARYING BO-IDX FROM 1 BY 1 UNTIL BO-IDX > BO-CTR
           END-IF.

      *----------------------

       3445-SHIP-ONE-BO.

           IF BOT-REL-CASES(BO-IDX) > 0
               MOVE 0 TO MF-JDX
               PERFORM VARYING MF-IDX FROM 1 BY 1
                 UNTIL MF-IDX > MF-CTR
                   IF MF-LNAME(MF-IDX) = BOT-LNAME(BO-IDX)
                       AND MF-FNAME(MF-IDX) = BOT-FNAME(BO-IDX)
                       AND MF-ADDRESS(MF-IDX) = BOT-ADDRESS(BO-IDX)
                       MOVE MF-IDX TO MF-JDX
                   END-IF
               END-PERFORM
               IF MF-JDX = 0 AND MF-CTR < 2000
                   ADD 1 TO MF-CTR
                   MOVE MF-CTR TO MF-JDX
                   MOVE BOT-TEAM(BO-IDX) TO MF-TEAM(MF-CTR)
                   MOVE BOT-CITY(BO-IDX) TO MF-CITY(MF-CTR)
                   MOVE BOT-LNAME(BO-IDX) TO MF-LNAME(MF-CTR)
                   MOVE BOT-FNAME(BO-IDX) TO MF-FNAME(MF-CTR)
                   MOVE BOT-ADDRESS(BO-IDX) TO MF-ADDRESS(MF-CTR)
                   PERFORM VARYING Y FROM 1 BY 1
                     UNTIL Y > 10
                       MOVE 0 TO MF-CASES(MF-CTR, Y)
                   END-PERFORM
               END-IF
               IF MF-JDX = 0
                   MOVE "YES" TO SW-MF-TBL-FULL
               ELSE
                   ADD BOT-REL-CASES(BO-IDX)
                       TO MF-CASES(MF-JDX, BOT-POP-CODE(BO-IDX))
                   ADD BOT-REL-CASES(BO-IDX) TO BOT-SHIP-CASES(BO-IDX)
                   ADD BOT-REL-CASES(BO-IDX) TO C-BO-SHIPPED
                   MOVE 0 TO BOT-REL-CASES(BO-IDX)
                   MOVE "YES" TO SW-BO-CHANGED
               END-IF
           END-IF.

      *----------------------
      *Warn the board about any flavor this run sold past what is on
      *the truck, by how many cases, and how many of them went on
      *the backorder queue.  Nothing prints when inventory is not
      *being tracked.
       3450-INV-WARNINGS.

           IF SW-INV-LOADED = "YES"
               MOVE "NO" TO SW-INV-OVERSOLD
               PERFORM VARYING Y FROM 1 BY 1
                 UNTIL Y > CAT-CNT
                   IF INV-ON-HAND(Y) < 0 OR C-BO-RUN(Y) > 0
                       MOVE "YES" TO SW-INV-OVERSOLD
                       MOVE CAT-NAME(Y) TO O-INV-NAME
                       IF INV-ON-HAND(Y) < 0
                           COMPUTE O-INV-OVER =
                               C-BO-RUN(Y) - INV-ON-HAND(Y)
                       ELSE
                           MOVE C-BO-RUN(Y) TO O-INV-OVER
                       END-IF
                       MOVE C-BO-RUN(Y) TO O-INV-BO
                       WRITE PRTLINE
                           FROM INV-DETAIL-LINE
                               AFTER ADVANCING 2 LINES
               END-IF
           END-IF.

      *----------------------
      *List every backorder still waiting on stock, oldest first, and
      *what the queue is owed in all.  Nothing prints when inventory
      *is not being tracked.
       3455-BACKORDER-STATUS.

           IF SW-INV-LOADED = "YES"
               WRITE PRTLINE
                   FROM BO-HDG
                       AFTER ADVANCING 3 LINES
               WRITE PRTLINE
                   FROM BO-COL-HDG
                       AFTER ADVANCING 2 LINES
               MOVE "NO" TO SW-BO-LISTED
               MOVE 0 TO C-BO-OPEN-TOT
               PERFORM 3456-BO-LINE
                   VARYING BO-IDX FROM 1 BY 1 UNTIL BO-IDX > BO-CTR
               IF SW-BO-LISTED = "NO"
                   WRITE PRTLINE
                       FROM BO-NONE-LINE
                           AFTER ADVANCING 2 LINES
               END-IF
               MOVE C-BO-OPEN-TOT TO O-BO-OPEN-TOT
               MOVE C-BO-SHIPPED TO O-BO-SHIPPED
               WRITE PRTLINE
                   FROM BO-TOT-LINE
                       AFTER ADVANCING 2 LINES
               IF SW-BO-TBL-FULL = "YES"
                   WRITE PRTLINE
                       FROM BO-FULL-NOTE-LINE
                           AFTER ADVANCING 2 LINES
               END-IF
           END-IF.

      *----------------------

       3456-BO-LINE.

           IF BOT-OPEN-CASES(BO-IDX) > 0
               OR BOT-REL-CASES(BO-IDX) > 0
               MOVE "YES" TO SW-BO-LISTED
               ADD BOT-OPEN-CASES(BO-IDX) TO C-BO-OPEN-TOT
               MOVE BOT-ORD-DATE(BO-IDX) TO O-BO-DATE
               MOVE BOT-TEAM(BO-IDX) TO O-BO-TEAM
               MOVE BOT-LNAME(BO-IDX) TO O-BO-LNAME
               MOVE BOT-FNAME(BO-IDX) TO O-BO-FNAME
               MOVE CAT-NAME(BOT-POP-CODE(BO-IDX)) TO O-BO-NAME
               MOVE BOT-CASES(BO-IDX) TO O-BO-CASES
               MOVE BOT-OPEN-CASES(BO-IDX) TO O-BO-OPEN
               MOVE BOT-SHIP-CASES(BO-IDX) TO O-BO-SHIP
               MOVE BOT-CAN-CASES(BO-IDX) TO O-BO-CAN
               WRITE PRTLINE
                   FROM BO-DETAIL-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9100-HDG
               END-WRITE
           END-IF.

      *----------------------
      *Compare each flavor's position - on hand plus what is already
      *on order, less what the backorder queue is still owed -
      *against its reorder point, print the suggested
      *orders, and write them to the bottler purchase-order file and
      *the PO history the invoice match reads.  The suggested cases
      *are added to on-order right here, so the position 3460 saves
      *stays true until the delivery's receipt transaction clears
      *it.  Runs only in a real weekly run; nothing fires when
      *inventory is not tracked.
       3470-REPLENISH.

           IF SW-INV-LOADED = "YES"
                       AFTER ADVANCING 3 LINES
               MOVE "NO" TO SW-REPL-NEEDED
               OPEN OUTPUT PURCHASE-ORDER
               OPEN EXTEND PO-HISTORY
               IF PH-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PO-HISTORY
               END-IF
               PERFORM 3480-REPLENISH-ONE
                   VARYING Y FROM 1 BY 1 UNTIL Y > CAT-CNT
               CLOSE PURCHASE-ORDER
               CLOSE PO-HISTORY
               IF SW-REPL-NEEDED = "NO"
                   WRITE PRTLINE
                       FROM RPL-NONE-LINE

       3480-REPLENISH-ONE.

           COMPUTE C-INV-POSITION = INV-ON-HAND(Y) + INV-ON-ORDER(Y)
               - INV-BACKORDER(Y).

           IF C-INV-POSITION < INV-REORDER-PT(Y)
               MOVE "YES" TO SW-REPL-NEEDED
               COMPUTE C-SUGGEST-QTY = INV-REORDER-PT(Y)
                   - C-INV-POSITION
               MOVE CAT-NAME(Y) TO O-RPL-NAME
               MOVE INV-ON-HAND(Y) TO O-RPL-ON-HAND
               MOVE INV-ON-ORDER(Y) TO O-RPL-ON-ORDER
               MOVE I-DATE-NUM TO PO-DATE
               WRITE PO-REC
               ADD 1 TO OPS-PO-WRITES
               WRITE PH-REC FROM PO-REC
               ADD 1 TO OPS-PH-WRITES
               ADD C-SUGGEST-QTY TO INV-ON-ORDER(Y)
           END-IF.

               CLOSE INVENTORY-FILE
           END-IF.

      *----------------------
      *Write the backorder queue back whole when this run added to
      *it, cancelled off it or shipped from it.
       3465-WRITE-BACKORDERS.

           IF SW-BO-CHANGED = "YES"
               OPEN OUTPUT BACKORDER-FILE
               PERFORM VARYING BO-IDX FROM 1 BY 1
                 UNTIL BO-IDX > BO-CTR
                   WRITE BO-REC FROM BO-ENTRY(BO-IDX)
                   ADD 1 TO OPS-BO-WRITES
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF.

      *----------------------
      *Week-over-week trajectory for the board - every run on file,
      *its cases and dollars, and the change from the run before.
               NOT AT END
                   ADD 1 TO OPS-HX-READS.

      *----------------------

       9865-READ-OH.

           READ ORDER-HISTORY
               AT END
                   MOVE "NO" TO MORE-OH
               NOT AT END
                   ADD 1 TO OPS-OH-READS.

      *----------------------
      *Build the week's general ledger entry, prove it, and write the
      *journal file.  The week's billing - product dollars by team,
      *sales tax and bottle deposits by state - is credited to sales
      *and the two liabilities; receivables are debited with what
      *the orders themselves billed (C-AR-BILLED, kept order by order
      *apart from those buckets, so the two sides prove); refused and
      *short delivery credits since the last journal come back off
      *sales, tax, deposits and receivables, and refused cases off
      *the cost of goods, since they went back into stock; promotion
      *discounts are booked gross (the list value credited to sales,
      *the discount debited to its contra account); cash received in
      *the journal window is debited by method and comes off
      *receivables, so the receivables line is the week's net change;
      *and the accepted cases are costed at the bottler's wholesale
      *price out of inventory.  A held or missing payment batch books
      *no cash.  Debits and credits have to agree to the penny - if
      *they do not, the run is not clean.
       3500-GL-JOURNAL.

           MOVE 0 TO GL-CTR.
           MOVE 0 TO C-GL-CASH-NET.

           IF SW-PMT-BATCH-OK = "YES"
               MOVE "1010" TO GL-W-ACCT
               MOVE SPACES TO GL-W-SUB
               MOVE "CASH ON HAND" TO GL-W-DESC
               MOVE "D" TO GL-W-SIDE
               MOVE C-GL-CASH-TOT TO C-GL-AMT
               PERFORM 3510-GL-ADD-LINE
               MOVE "1020" TO GL-W-ACCT
               MOVE "CHECKS RECEIVED" TO GL-W-DESC
               MOVE C-GL-CHECK-TOT TO C-GL-AMT
               PERFORM 3510-GL-ADD-LINE
               MOVE "1030" TO GL-W-ACCT
               MOVE "ONLINE RECEIPTS" TO GL-W-DESC
               MOVE C-GL-ONL-TOT TO C-GL-AMT
               PERFORM 3510-GL-ADD-LINE
               COMPUTE C-GL-CASH-NET =
                   C-GL-CASH-TOT + C-GL-CHECK-TOT + C-GL-ONL-TOT
           END-IF.

           PERFORM VARYING X FROM 1 BY 1
             UNTIL X > 5
               MOVE "4000" TO GL-W-ACCT
               MOVE TEAM-NAME(X) TO GL-W-SUB
               MOVE "PRODUCT SALES - TEAM" TO GL-W-DESC
               MOVE "C" TO GL-W-SIDE
               COMPUTE C-GL-AMT = C-GT-RAISED(X) - C-CR-PRODUCT(X)
               PERFORM 3510-GL-ADD-LINE
           END-PERFORM.

           MOVE "4000" TO GL-W-ACCT.
           MOVE SPACES TO GL-W-SUB.
           MOVE "PRODUCT SALES - NO TEAM" TO GL-W-DESC.
           MOVE "C" TO GL-W-SIDE.
           COMPUTE C-GL-AMT = 0 - C-CR-NO-TEAM-PROD.
           PERFORM 3510-GL-ADD-LINE.

           MOVE "4010" TO GL-W-ACCT.
           MOVE SPACES TO GL-W-SUB.
           MOVE "PRODUCT SALES - PROMO LIST" TO GL-W-DESC.
           MOVE "C" TO GL-W-SIDE.
           COMPUTE C-GL-AMT = C-DISC-TOT - C-CR-DISC.
           PERFORM 3510-GL-ADD-LINE.

           MOVE "4900" TO GL-W-ACCT.
           MOVE "PROMOTION DISCOUNTS" TO GL-W-DESC.
           MOVE "D" TO GL-W-SIDE.
           COMPUTE C-GL-AMT = C-DISC-TOT - C-CR-DISC.
           PERFORM 3510-GL-ADD-LINE.

           PERFORM VARYING Y FROM 1 BY 1
             UNTIL Y > 6
               MOVE "2100" TO GL-W-ACCT
               MOVE STATE(Y) TO GL-W-SUB
               MOVE "SALES TAX PAYABLE" TO GL-W-DESC
               MOVE "C" TO GL-W-SIDE
               COMPUTE C-GL-AMT = C-STATE-TAX(Y) - C-CR-TAX(Y)
               PERFORM 3510-GL-ADD-LINE
               MOVE "2200" TO GL-W-ACCT
               MOVE "BOTTLE DEPOSIT LIABILITY" TO GL-W-DESC
               COMPUTE C-GL-AMT = C-STATE-DEP(Y) - C-CR-DEP(Y)
               PERFORM 3510-GL-ADD-LINE
           END-PERFORM.

           MOVE "2100" TO GL-W-ACCT.
           MOVE SPACES TO GL-W-SUB.
           MOVE "SALES TAX PAYABLE" TO GL-W-DESC.
           MOVE "C" TO GL-W-SIDE.
           COMPUTE C-GL-AMT = 0 - C-CR-NO-ST-TAX.
           PERFORM 3510-GL-ADD-LINE.

           MOVE "2200" TO GL-W-ACCT.
           MOVE "BOTTLE DEPOSIT LIABILITY" TO GL-W-DESC.
           COMPUTE C-GL-AMT = 0 - C-CR-NO-ST-DEP.
           PERFORM 3510-GL-ADD-LINE.

           MOVE "1200" TO GL-W-ACCT.
           MOVE SPACES TO GL-W-SUB.
           MOVE "ACCOUNTS RECEIVABLE" TO GL-W-DESC.
           MOVE "D" TO GL-W-SIDE.
           COMPUTE C-GL-AMT =
               C-AR-BILLED - C-CR-TOTAL - C-GL-CASH-NET.
           PERFORM 3510-GL-ADD-LINE.

           MOVE 0 TO C-GL-AMT.

           PERFORM VARYING Y FROM 1 BY 1
             UNTIL Y > CAT-CNT
               COMPUTE C-GL-AMT = C-GL-AMT
                   + C-POP-TOT(Y) * CAT-WHOLESALE(Y)
           END-PERFORM.

           SUBTRACT C-CR-WHOLESALE FROM C-GL-AMT.

           MOVE "5000" TO GL-W-ACCT.
           MOVE "COST OF GOODS - WHOLESALE" TO GL-W-DESC.
           MOVE "D" TO GL-W-SIDE.
           PERFORM 3510-GL-ADD-LINE.

           MOVE "1300" TO GL-W-ACCT.
           MOVE "POP INVENTORY" TO GL-W-DESC.
           MOVE "C" TO GL-W-SIDE.
           PERFORM 3510-GL-ADD-LINE.

           MOVE 0 TO C-GL-DEBITS.
           MOVE 0 TO C-GL-CREDITS.

           PERFORM VARYING GL-IDX FROM 1 BY 1
             UNTIL GL-IDX > GL-CTR
               ADD GL-T-DEBIT(GL-IDX) TO C-GL-DEBITS
               ADD GL-T-CREDIT(GL-IDX) TO C-GL-CREDITS
           END-PERFORM.

           IF C-GL-DEBITS = C-GL-CREDITS
               AND SW-GL-TBL-FULL = "NO"
               MOVE "YES" TO SW-GL-BALANCED
           ELSE
               MOVE "NO" TO SW-GL-BALANCED
               DISPLAY "CBLNB06 - GENERAL LEDGER JOURNAL DOES NOT
      -            " BALANCE - SEE THE TRIAL BALANCE PROOF PAGE"
               MOVE 8 TO C-NEW-RC
               PERFORM 9900-RAISE-RC
               IF C-RECON-STAT NOT = "MISMATCH"
                   MOVE "GL OOB" TO C-RECON-STAT
               END-IF
           END-IF.

           PERFORM 3520-GL-WRITE-FILE.

      *----------------------
      *Add one journal line from the GL-W- fields and C-GL-AMT.  A
      *zero amount books nothing, and a negative one (a week whose
      *voids outran its orders) goes on the account's other side.
       3510-GL-ADD-LINE.

           IF C-GL-AMT NOT = 0
               IF GL-CTR < 40
                   ADD 1 TO GL-CTR
                   MOVE GL-W-ACCT TO GL-T-ACCT(GL-CTR)
                   MOVE GL-W-SUB TO GL-T-SUB(GL-CTR)
                   MOVE GL-W-DESC TO GL-T-DESC(GL-CTR)
                   MOVE 0 TO GL-T-DEBIT(GL-CTR)
                   MOVE 0 TO GL-T-CREDIT(GL-CTR)
                   IF (GL-W-SIDE = "D" AND C-GL-AMT > 0)
                       OR (GL-W-SIDE = "C" AND C-GL-AMT < 0)
                       MOVE C-GL-AMT TO GL-T-DEBIT(GL-CTR)
                   ELSE
                       MOVE C-GL-AMT TO GL-T-CREDIT(GL-CTR)
                   END-IF
               ELSE
                   MOVE "YES" TO SW-GL-TBL-FULL
               END-IF
           END-IF.

      *----------------------
      *Rewrite the journal file - header with the posting window,
      *the lines, and the trailer with the control totals.  When the
      *payment batch was held no cash was booked, so the window is
      *written as ending where it began and the next run's journal
      *covers the same payments again.
       3520-GL-WRITE-FILE.

           OPEN OUTPUT GL-JOURNAL.

           MOVE SPACES TO GL-REC.
           MOVE "H" TO GL-REC-TYPE.
           MOVE GL-FROM-DATE TO GL-HDR-FROM-DATE.

           IF SW-PMT-BATCH-OK = "YES"
               MOVE GL-THRU-DATE TO GL-HDR-THRU-DATE
           ELSE
               MOVE GL-FROM-DATE TO GL-HDR-THRU-DATE
           END-IF.

           MOVE CUR-STAMP-TIME TO GL-HDR-TIME.
           MOVE GL-FROM-ORD-NO TO GL-HDR-FROM-ORD-NO.
           MOVE GL-THRU-ORD-NO TO GL-HDR-THRU-ORD-NO.
           WRITE GL-REC.
           ADD 1 TO OPS-GL-WRITES.

           PERFORM VARYING GL-IDX FROM 1 BY 1
             UNTIL GL-IDX > GL-CTR
               MOVE SPACES TO GL-REC
               MOVE "D" TO GL-REC-TYPE
               MOVE GL-THRU-DATE TO GL-POST-DATE
               MOVE GL-T-ACCT(GL-IDX) TO GL-ACCT-NO
               MOVE GL-T-SUB(GL-IDX) TO GL-ACCT-SUB
               MOVE GL-T-DESC(GL-IDX) TO GL-DESC
               MOVE GL-T-DEBIT(GL-IDX) TO GL-DEBIT
               MOVE GL-T-CREDIT(GL-IDX) TO GL-CREDIT
               WRITE GL-REC
               ADD 1 TO OPS-GL-WRITES
           END-PERFORM.

           MOVE SPACES TO GL-REC.
           MOVE "T" TO GL-REC-TYPE.
           MOVE GL-CTR TO GL-TRL-LINE-CT.
           MOVE C-GL-DEBITS TO GL-TRL-DEBITS.
           MOVE C-GL-CREDITS TO GL-TRL-CREDITS.
           WRITE GL-REC.
           ADD 1 TO OPS-GL-WRITES.

           CLOSE GL-JOURNAL.

      *----------------------
      *The trial-balance proof page - every line of the journal just
      *written, the debit and credit totals, and whether they agree,
      *on its own page of the sales report for the treasurer to file
      *with the import.
       3550-GL-PROOF.

           PERFORM 9150-GL-HDG.

           PERFORM VARYING GL-IDX FROM 1 BY 1
             UNTIL GL-IDX > GL-CTR
               MOVE GL-T-ACCT(GL-IDX) TO O-GL-ACCT
               MOVE GL-T-SUB(GL-IDX) TO O-GL-SUB
               MOVE GL-T-DESC(GL-IDX) TO O-GL-DESC
               MOVE GL-T-DEBIT(GL-IDX) TO O-GL-DEBIT
               MOVE GL-T-CREDIT(GL-IDX) TO O-GL-CREDIT
               WRITE PRTLINE
                   FROM GL-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9150-GL-HDG
               END-WRITE
           END-PERFORM.

           MOVE GL-CTR TO O-GL-LINE-CT.
           MOVE C-GL-DEBITS TO O-GL-DEBIT-TOT.
           MOVE C-GL-CREDITS TO O-GL-CREDIT-TOT.

           IF SW-GL-BALANCED = "YES"
               MOVE "IN BALANCE" TO O-GL-STAT
           ELSE
               MOVE "OUT OF BALANCE" TO O-GL-STAT
           END-IF.

           WRITE PRTLINE
               FROM GL-TOT-LINE
                   AFTER ADVANCING 2 LINES.

           IF SW-PMT-BATCH-OK = "NO"
               WRITE PRTLINE
                   FROM GL-NO-CASH-NOTE-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           IF SW-GL-TBL-FULL = "YES"
               WRITE PRTLINE
                   FROM GL-FULL-NOTE-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.

      *----------------------
      *This year against last for every family with activity in
      *either season - RETURNED, LAPSED or NEW - with counts at the
               PERFORM 9900-RAISE-RC
           END-IF.

           IF C-PMT-XREF-CT > 0
               MOVE C-PMT-XREF-CT TO O-PMT-XREF-CT
               WRITE PRTLINE3
                   FROM XREF-NOTE-LINE
                       AFTER ADVANCING 1 LINES
           END-IF.

           MOVE C-PDF-CTR TO O-PDF-CTR.
           MOVE C-PART-CTR TO O-PART-CTR.
           MOVE C-UNP-CTR TO O-UNP-CTR.
                       ADD 1 TO OPS-PMT-READS
                   END-IF.

      *----------------------

       9710-READ-KX.

           READ KEY-XREF
               AT END
                   MOVE "NO" TO MORE-KX
               NOT AT END
                   ADD 1 TO OPS-KX-READS.

      *----------------------

       9000-READ.
               NOT AT END
                   ADD 1 TO OPS-MFS-READS.

      *----------------------
      *Read one backorder record
       9840-READ-BO.

           READ BACKORDER-FILE
               AT END
                   MOVE "NO" TO MORE-BOS
               NOT AT END
                   ADD 1 TO OPS-BO-READS.

      *----------------------
      *Read one inventory record
       9850-READ-INV.
               FROM COLUMN-HDG
                   AFTER ADVANCING 2 LINES.

      *----------------------
      *Proof page heading - fresh page, the journal's own title, the
      *payment window the cash lines cover, and its column headings.
       9150-GL-HDG.

           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.

           WRITE PRTLINE
               FROM DIVISION-TITLE
                   AFTER ADVANCING 1 LINE.

           WRITE PRTLINE
               FROM GL-TITLE
                   AFTER ADVANCING 1 LINE.

           MOVE GL-FROM-DATE TO O-GL-FROM-DATE.
           MOVE GL-THRU-DATE TO O-GL-THRU-DATE.
           MOVE C-CR-CTR TO O-GL-CR-CTR.

           WRITE PRTLINE
               FROM GL-PERIOD-LINE
                   AFTER ADVANCING 2 LINES.

           WRITE PRTLINE
               FROM GL-COL-HDG
                   AFTER ADVANCING 2 LINES.

      *----------------------

       9500-CUST-HDG.
