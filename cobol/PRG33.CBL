      *    PRG20 bounces bad attendance rows, and every posted row
      *    lands on unitsdtl.dat so sell-through can be reported next
      *    to the on-hand figure PRG15 compares against reorder
      *    points.  Each row also carries the SS# of the clerk who
      *    rang it; a sale with a clerk on pg10idx.dat goes onto
      *    ksdstran.lns as the clerk's 'P' post at the price it
      *    posted at, a return as a 'P' charging the same amount
      *    back against the clerk on the original receipt, so
      *    PRG12B carries both into period sales and commission the
      *    way it does every keyed sale.  A clerk the master doesn't
      *    know goes to the clerk suspense list instead of being
      *    lost.
      *    The register close's tender totals (cash, check, card)
      *    are filed to tenddtl.dat for PRG131's over/short report.
      *    House charge sales and account payments come through as
      *    their own rows: each one moves the customer's balance on
      *    custmst.dat and lands on artran.dat for PRG133's
      *    statements, PRG134's aging and PRG135's journal.  A
      *    charge that would put the account over its credit limit,
      *    or on an account that is on hold or not on file, is
      *    refused - rejected and listed, never posted.  Gift
      *    certificates sold and store credit slips paid out on
      *    no-receipt returns are numbered on giftcert.dat as they
      *    are issued; a redemption against a number that isn't on
      *    file, is already used up, or asks for more than is left
      *    is refused the same way, and every issue and redemption
      *    lands on gctran.dat for PRG136's journal.  A product on
      *    the kit bill of material (kitbom.dat) relieves its
      *    components at the selling store instead of itself, and
      *    the kit sale is costed from what the components cost.
      *    A return whose reason is marked for hold on retreas.dat
      *    (defective, recalled) goes into the master's held bucket
      *    instead of back into the sellable count, and the reason
      *    rides on the return's unitsdtl.dat row for PRG167's
      *    returns analysis.  Units sold come off the product's
      *    receiving lots on invlot.dat, oldest expiry first,
      *    through the PRG141 routine.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    Return reason codes (wrong item, defective, changed
      *    mind...) - a list accounting can retype without a
      *    programmer, the way taxtbl.dat works.  An empty or
      *    absent list stands the reason edit down.  An "H" after
      *    the description marks a reason whose goods can't go
      *    back on the shelf.
           SELECT OPTIONAL REASON-FILE ASSIGN TO "retreas.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Durable posting journal - every posted sale and return
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS SEQUENTIAL
                                   RECORD KEY IS Store-Number-SM.
      *    Clerk SS#s are validated here - read only; the period
      *    figures on the master are still PRG12B's to post.
           SELECT Indexed-File ASSIGN TO DISK "pg10idx.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS ss-num OF disk-record.
      *    The transaction file PRG12A edits and PRG12B posts -
      *    each clerk's sale or chargeback is appended as a 'P',
      *    and PRG12B writes its salesdtl.dat row when it posts.
           SELECT LNS-TRAN-FILE ASSIGN TO DISK "u:\cobol\ksdstran.lns"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Commission rows whose clerk isn't on the master, kept
      *    run over run so they can be keyed in through PRG12A once
      *    the right SS# is known.
           SELECT OPTIONAL CLERK-SUSPENSE-FILE ASSIGN TO
                                   "clrksusp.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    Tender totals by store/register, dated, for PRG131 to
      *    set against the deposit slips.
           SELECT OPTIONAL TENDER-DETAIL-FILE ASSIGN TO "tenddtl.dat"
                                   ORGANIZATION IS LINE SEQUENTIAL.
      *    House charge accounts off PRG132's screen, and the
      *    charge/payment activity posted against them.
           SELECT OPTIONAL Customer-File ASSIGN TO DISK "custmst.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS Cust-Number-CU.
           SELECT OPTIONAL Ar-Tran-File ASSIGN TO DISK "artran.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS Ar-Key.
      *    Numbered gift certificates and store credit slips, and
      *    their issue/redeem activity.
           SELECT OPTIONAL Gift-Cert-File ASSIGN TO DISK
                                   "giftcert.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS Gc-Number-GC.
           SELECT OPTIONAL Gc-Tran-File ASSIGN TO DISK "gctran.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS Gt-Key.
      *    Kit bills of material off PRG138's screen.
           SELECT OPTIONAL Kit-File ASSIGN TO DISK "kitbom.dat"
                                   ORGANIZATION IS INDEXED
                                   ACCESS IS RANDOM
                                   RECORD KEY IS Kit-Product-KB.
      *    Inventory-side lock shared with the other posting runs
      *    and the PRG37 screen.
           SELECT OPTIONAL Inv-Lock-File ASSIGN TO DISK
               88 FEED-ROW-SALE        VALUE " " "S".
               88 FEED-ROW-RETURN      VALUE "R".
           03 REASON-CODE-SF           PIC X(2).
      *    The clerk signed on to the register that rang the row,
      *    and on a return the clerk off the original receipt - the
      *    one the commission comes back from.  Blank is a house
      *    sale nobody is paid on.
           03 CLERK-SS-SF              PIC X(9).
           03 ORIG-CLERK-SS-SF         PIC X(9).
      *    Each store's register close appends one control row -
      *    store, the literal CTL, how many transaction rows it
      *    sent and the sum of their units - the same protection
           03 TRAN-COUNT-CR            PIC 9(6).
           03 UNITS-HASH-CR            PIC 9(9).
           03 FEED-DATE-CR             PIC X(10).
      *    And one row per register per tender - store, the literal
      *    TND, register, tender (C cash, K check, D card) and what
      *    the register says it took.  Not transaction rows, so
      *    they stay out of the control count.
       01 SALES-FEED-TENDER-ROW.
           03 STORE-NUMBER-TR          PIC X(2).
           03 TENDER-TAG-TR            PIC X(3).
           03 REGISTER-NUMBER-TR       PIC X(3).
           03 TENDER-CODE-TR           PIC X.
               88 TENDER-CODE-OK       VALUE "C" "K" "D".
           03 TENDER-AMOUNT-TR         PIC 9(7)V99.
           03 FEED-DATE-TR             PIC X(10).
      *    A house charge sale (C) or a payment on account (P) -
      *    store, the literal CHG, register, customer number, the
      *    amount and the receipt number.  The merchandise on a
      *    charge sale still comes through as ordinary rows; this
      *    row only says who owes for it.  Out of the control count
      *    the same as the tender rows.
       01 SALES-FEED-CHARGE-ROW.
           03 STORE-NUMBER-CH          PIC X(2).
           03 CHARGE-TAG-CH            PIC X(3).
           03 REGISTER-NUMBER-CH       PIC X(3).
           03 CHARGE-TYPE-CH           PIC X.
               88 CHARGE-SALE-CH       VALUE "C".
               88 CHARGE-PAYMENT-CH    VALUE "P".
           03 CUSTOMER-NUMBER-CH       PIC X(6).
           03 CHARGE-AMOUNT-CH         PIC 9(7)V99.
           03 REFERENCE-CH             PIC X(8).
           03 FEED-DATE-CH             PIC X(10).
      *    A gift certificate or store credit slip issued (I) or
      *    redeemed (R) - store, the literal GFT, register, action,
      *    kind (G gift certificate, S store credit - issue rows
      *    only), the certificate number and the amount.  Out of
      *    the control count the same as the tender rows.
       01 SALES-FEED-GIFT-ROW.
           03 STORE-NUMBER-GF          PIC X(2).
           03 GIFT-TAG-GF              PIC X(3).
           03 REGISTER-NUMBER-GF       PIC X(3).
           03 GIFT-ACTION-GF           PIC X.
               88 GIFT-ISSUE-GF        VALUE "I".
               88 GIFT-REDEEM-GF       VALUE "R".
           03 GIFT-KIND-GF             PIC X.
               88 GIFT-KIND-OK         VALUE "G" "S".
           03 CERT-NUMBER-GF           PIC X(10).
           03 GIFT-AMOUNT-GF           PIC 9(7)V99.
           03 FEED-DATE-GF             PIC X(10).

       FD ORIGINAL-FILE.
           COPY invrec.
      *    here, so the margin is the one we actually earned, not
      *    today's cost against last month's sale.
           03 UNIT-COST-UD             PIC 9(5)V99.
      *    The retreas.dat reason a return came back under, so
      *    PRG167 can look at returns as a whole; blank on a sale
      *    and on rows written before the field existed.
           03 REASON-CODE-UD           PIC X(2).

       FD OUTPUT-PRINTER-FILE.
       01 OUTPUT-PRINTER-RECORD        PIC X(100).
           03 JR-QUANTITY              PIC 9(6).
           03 JR-UNIT-COST             PIC 9(5)V99.
           03 JR-TIME                  PIC X(8).
      *    The posting program, so PRG108 can tell a receipt
      *    from a register return - blank on older rows.
           03 JR-SOURCE                PIC X(6).
      *    PRG24B's book quantity sits here on its rows; then
      *    "H" when the units went into or out of the held
      *    bucket rather than the sellable count.
           03                          PIC X(6).
           03 JR-STOCK                 PIC X.

       FD REASON-FILE.
       01 REASON-RECORD.
           03 REASON-CODE-RR           PIC X(2).
           03 REASON-DESC-RR           PIC X(20).
           03 REASON-HOLD-RR           PIC X.

       FD Alias-File.
           COPY uparec.
       FD Store-File.
           COPY strec.

       FD Indexed-File.
           COPY diskrec.

       FD LNS-TRAN-FILE.
       01 LNS-TRAN-RECORD.
           03 SS-NUM-LN                PIC X(9).
           03 ACTION-LN                PIC X.
           03 FIRST-NAME-LN            PIC X(15).
           03 LAST-NAME-LN             PIC X(15).
           03 DEPENDANTS-LN            PIC XX.
           03 STATUS-CODE-LN           PIC X.
           03 STORE-NUMBER-LN          PIC XX.
           03 DEPT-NUMBER-LN           PIC XX.
           03 SALES-INCREASE-LN        PIC 9(6)V99.
           03 PRODUCT-CODE-LN          PIC X(10).
           03 PAY-RATE-LN              PIC X(5).
           03 TRAN-SOURCE-LN           PIC X(5).
           03 TRAN-ENTRY-DATE-LN       PIC X(10).
           03 TRAN-ENTRY-TIME-LN       PIC X(8).
           03 TRAN-EFFECTIVE-DATE-LN   PIC X(10).
      *    "-" on a return charged back against the original clerk.
           03 TRAN-AMOUNT-SIGN-LN      PIC X.

       FD TENDER-DETAIL-FILE.
           COPY tndrec.

       FD Customer-File.
           COPY custrec.

       FD Ar-Tran-File.
           COPY artrec.

       FD Gift-Cert-File.
           COPY gcrec.

       FD Gc-Tran-File.
           COPY gctrec.

       FD Kit-File.
           COPY kitrec.

       FD CLERK-SUSPENSE-FILE.
       01 CLERK-SUSPENSE-RECORD.
           03 STORE-NUMBER-SU          PIC X(2).
           03 DEPARTMENT-NUMBER-SU     PIC X(2).
           03 PRODUCT-CODE-SU          PIC X(10).
           03 UNITS-SOLD-SU            PIC 9(6).
           03 AMOUNT-SIGN-SU           PIC X.
           03 SALES-AMOUNT-SU          PIC 9(6)V99.
           03 CLERK-SS-SU              PIC X(9).
           03 FEED-DATE-SU             PIC X(10).
           03 REASON-SU                PIC X(15).

       FD Inv-Lock-File.
           COPY invlock.

       WORKING-STORAGE SECTION.

       COPY ctlparm.
       COPY lotparm.

       01 INV-LOCK-BLOCKED-SWITCH      PIC X VALUE "N".
           88 INV-LOCK-BLOCKED         VALUE "Y".
           03 Reason-Entry OCCURS 50 TIMES.
               05 Reason-Code-RT       PIC X(2).
               05 Reason-Desc-RT       PIC X(20).
               05 Reason-Hold-RT       PIC X.
       01 Reason-Count                 PIC 9(2) VALUE ZERO.
       01 Reason-Index                 PIC 9(2).
       01 Reason-Ok-Switch             PIC X VALUE "Y".
           88 Reason-Code-Ok           VALUE "Y".
       01 Return-Held-Switch           PIC X VALUE "N".
           88 Return-To-Held           VALUE "Y".
       01 Returns-Held-Counter         PIC 9(5) VALUE ZERO.
       01 Reason-EOF-Marker            PIC X(3) VALUE "NO".
           88 Reason-End-Of-File       VALUE "YES".

       01 Returns-Posted-Counter       PIC 9(5) VALUE ZERO.
       01 Units-Returned-Total         PIC 9(9) VALUE ZERO.

      *    Clerk commission rows - written, charged back, house
      *    (no clerk keyed), and suspended.  The first hundred
      *    suspended rows print on the suspense page; every one of
      *    them is on clrksusp.dat.
       01 Commission-Clerk             PIC X(9).
       01 Clerk-Ok-Switch              PIC X VALUE "N".
           88 Clerk-Ok                 VALUE "Y".
       01 Clerk-Sale-Amount            PIC 9(9)V99 VALUE ZERO.
       01 Suspense-Reason              PIC X(15).
       01 Clerk-Sales-Counter          PIC 9(5) VALUE ZERO.
       01 Chargeback-Counter           PIC 9(5) VALUE ZERO.
       01 House-Row-Counter            PIC 9(5) VALUE ZERO.
       01 Suspense-Counter             PIC 9(5) VALUE ZERO.
       01 Suspense-Table.
           03 Suspense-Entry OCCURS 100 TIMES.
               05 Sus-Store            PIC X(2).
               05 Sus-Product          PIC X(10).
               05 Sus-Clerk            PIC X(9).
               05 Sus-Sign             PIC X.
               05 Sus-Amount           PIC 9(6)V99.
               05 Sus-Reason           PIC X(15).
       01 Suspense-Index               PIC 9(3).
       01 Tender-Row-Counter           PIC 9(5) VALUE ZERO.

      *    House charge rows - posted charges and payments, and the
      *    refusals.  The first hundred refusals print on their own
      *    page; every one of them is on PRG33.REJ.
       01 Charge-Posted-Counter        PIC 9(5) VALUE ZERO.
       01 Payment-Posted-Counter       PIC 9(5) VALUE ZERO.
       01 Charge-Refused-Counter       PIC 9(5) VALUE ZERO.
       01 Charge-Posted-Total          PIC 9(9)V99 VALUE ZERO.
       01 Payment-Posted-Total         PIC 9(9)V99 VALUE ZERO.
       01 Ar-Seq-Counter               PIC 9(4) VALUE ZERO.
       01 Charge-Ok-Switch             PIC X VALUE "N".
           88 Charge-Ok                VALUE "Y".
       01 Charge-Refuse-Reason         PIC X(15).
      *    The business date off a charge or gift row, and the
      *    same date as yyyymmdd for the activity file keys.
       01 Feed-Row-Date                PIC X(10).
       01 Feed-Row-Date-Key            PIC X(8).
       01 Charge-New-Balance           PIC S9(9)V99.
       01 Refusal-Table.
           03 Refusal-Entry OCCURS 100 TIMES.
               05 Ref-Store            PIC X(2).
               05 Ref-Register         PIC X(3).
               05 Ref-Customer         PIC X(6).
               05 Ref-Reference        PIC X(8).
               05 Ref-Amount           PIC 9(7)V99.
               05 Ref-Reason           PIC X(15).
       01 Refusal-Index                PIC 9(3).

      *    Gift certificate and store credit rows - issued,
      *    redeemed and refused.  The first hundred refusals print
      *    on their own page; every one of them is on PRG33.REJ.
       01 Gift-Issued-Counter          PIC 9(5) VALUE ZERO.
       01 Gift-Redeemed-Counter        PIC 9(5) VALUE ZERO.
       01 Gift-Refused-Counter         PIC 9(5) VALUE ZERO.
       01 Gift-Issued-Total            PIC 9(9)V99 VALUE ZERO.
       01 Gift-Redeemed-Total          PIC 9(9)V99 VALUE ZERO.
       01 Gt-Seq-Counter               PIC 9(4) VALUE ZERO.
       01 Gift-Ok-Switch               PIC X VALUE "N".
           88 Gift-Ok                  VALUE "Y".
       01 Gift-Refuse-Reason           PIC X(15).
       01 Gift-Refusal-Table.
           03 Gift-Refusal-Entry OCCURS 100 TIMES.
               05 Grf-Store            PIC X(2).
               05 Grf-Register         PIC X(3).
               05 Grf-Action           PIC X.
               05 Grf-Number           PIC X(10).
               05 Grf-Amount           PIC 9(7)V99.
               05 Grf-Reason           PIC X(15).
       01 Gift-Refusal-Index           PIC 9(3).

      *    Kit rows - the kit's own master record is held while its
      *    components are read and relieved, and the kit's cost is
      *    built up from theirs.  A component missing from the
      *    selling store's master is counted and flagged on the
      *    feed listing; the rest of the kit still posts.
       01 Kit-Row-Switch               PIC X VALUE "N".
           88 Posting-A-Kit            VALUE "Y".
       01 Kit-Master-Hold              PIC X(100).
       01 Kit-Comp-Index               PIC 99.
       01 Kit-Comp-Units               PIC 9(6).
       01 Kit-Cost-Work                PIC 9(7)V99.
       01 Kits-Posted-Counter          PIC 9(5) VALUE ZERO.
       01 Kit-Comp-Missing-Counter     PIC 9(5) VALUE ZERO.
      *    The cost the units-detail row carries, the units the
      *    journal and feed lines show - the row's own, or a kit
      *    component's.
       01 Posting-Unit-Cost            PIC 9(5)V99.
       01 Posting-Units                PIC 9(6).

      *    Per-store balancing: what each store's rows added up to
      *    against the control row its register close sent.  Any
      *    store out of balance - or missing its control row for
           03                          PIC X(18)
                       VALUE "RETURNS POSTED:".
           03 RETURNS-CL               PIC ZZZ,ZZ9.
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(20)
                       VALUE "RETURNED TO HOLD:".
           03 RETURNS-HELD-CL          PIC ZZZ,ZZ9.

       01 SUSPENSE-HEADING-LINE.
           03                          PIC X(24)
                       VALUE "** CLERK SUSPENSE **".

       01 SUSPENSE-COLUMN-LINE.
           03                          PIC X(5) VALUE "STORE".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(10) VALUE "PROD. CODE".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(9) VALUE "CLERK SS#".
           03                          PIC X(5) VALUE SPACES.
           03                          PIC X(6) VALUE "AMOUNT".
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(6) VALUE "REASON".

       01 SUSPENSE-DETAIL-LINE.
           03 STORE-NUMBER-SL          PIC X(2).
           03                          PIC X(5) VALUE SPACES.
           03 PRODUCT-CODE-SL          PIC X(10).
           03                          PIC X(2) VALUE SPACES.
           03 CLERK-SS-SL              PIC X(9).
           03                          PIC X(2) VALUE SPACES.
           03 AMOUNT-SL                PIC ZZZ,ZZ9.99.
           03 SIGN-SL                  PIC X.
           03                          PIC X(2) VALUE SPACES.
           03 REASON-SL                PIC X(15).

       01 CLERK-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "CLERK SALES:".
           03 CLERK-CL                 PIC ZZZ,ZZ9.

       01 CHARGEBACK-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "CHARGED BACK:".
           03 CHARGEBACK-CL            PIC ZZZ,ZZ9.

       01 HOUSE-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "HOUSE (NO CLERK):".
           03 HOUSE-CL                 PIC ZZZ,ZZ9.

       01 SUSPENSE-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "CLERK SUSPENSE:".
           03 SUSPENSE-CL              PIC ZZZ,ZZ9.

       01 TENDER-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "TENDER ROWS:".
           03 TENDER-CL                PIC ZZZ,ZZ9.

       01 CHARGE-POSTED-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "CHARGES POSTED:".
           03 CHARGE-POSTED-CL         PIC ZZZ,ZZ9.
           03                          PIC X(3) VALUE SPACES.
           03 CHARGE-AMOUNT-CL         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 PAYMENT-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "PAYMENTS POSTED:".
           03 PAYMENT-POSTED-CL        PIC ZZZ,ZZ9.
           03                          PIC X(3) VALUE SPACES.
           03 PAYMENT-AMOUNT-CL        PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 REFUSED-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "CHARGES REFUSED:".
           03 REFUSED-CL               PIC ZZZ,ZZ9.

       01 REFUSAL-HEADING-LINE.
           03                          PIC X(28)
                       VALUE "** HOUSE CHARGES REFUSED **".

       01 REFUSAL-COLUMN-LINE.
           03                          PIC X(5) VALUE "STORE".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(3) VALUE "REG".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(6) VALUE "CUST #".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(8) VALUE "RECEIPT".
           03                          PIC X(8) VALUE SPACES.
           03                          PIC X(6) VALUE "AMOUNT".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(6) VALUE "REASON".

       01 REFUSAL-DETAIL-LINE.
           03 STORE-NUMBER-FL          PIC X(2).
           03                          PIC X(5) VALUE SPACES.
           03 REGISTER-FL              PIC X(3).
           03                          PIC X(2) VALUE SPACES.
           03 CUSTOMER-FL              PIC X(6).
           03                          PIC X(2) VALUE SPACES.
           03 REFERENCE-FL             PIC X(8).
           03                          PIC X(2) VALUE SPACES.
           03 AMOUNT-FL                PIC Z,ZZZ,ZZ9.99.
           03                          PIC X(2) VALUE SPACES.
           03 REASON-FL                PIC X(15).

       01 GIFT-ISSUED-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "CERTS ISSUED:".
           03 GIFT-ISSUED-CL           PIC ZZZ,ZZ9.
           03                          PIC X(3) VALUE SPACES.
           03 GIFT-ISSUED-AMOUNT-CL    PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 GIFT-REDEEMED-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "CERTS REDEEMED:".
           03 GIFT-REDEEMED-CL         PIC ZZZ,ZZ9.
           03                          PIC X(3) VALUE SPACES.
           03 GIFT-REDEEMED-AMOUNT-CL  PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 GIFT-REFUSED-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "CERTS REFUSED:".
           03 GIFT-REFUSED-CL          PIC ZZZ,ZZ9.

       01 GIFT-REFUSAL-HEADING-LINE.
           03                          PIC X(36)
                       VALUE "** GIFT CERTIFICATE ROWS REFUSED **".

       01 GIFT-REFUSAL-COLUMN-LINE.
           03                          PIC X(5) VALUE "STORE".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(3) VALUE "REG".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(3) VALUE "I/R".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(10) VALUE "CERT #".
           03                          PIC X(8) VALUE SPACES.
           03                          PIC X(6) VALUE "AMOUNT".
           03                          PIC X(2) VALUE SPACES.
           03                          PIC X(6) VALUE "REASON".

       01 GIFT-REFUSAL-DETAIL-LINE.
           03 STORE-NUMBER-GL          PIC X(2).
           03                          PIC X(5) VALUE SPACES.
           03 REGISTER-GL              PIC X(3).
           03                          PIC X(3) VALUE SPACES.
           03 ACTION-GL                PIC X.
           03                          PIC X(3) VALUE SPACES.
           03 CERT-NUMBER-GL           PIC X(10).
           03                          PIC X(2) VALUE SPACES.
           03 AMOUNT-GL                PIC Z,ZZZ,ZZ9.99.
           03                          PIC X(2) VALUE SPACES.
           03 REASON-GL                PIC X(15).

       01 KIT-CONCLUSION-LINE.
           03                          PIC X(18)
                       VALUE "KITS POSTED:".
           03 KIT-CL                   PIC ZZZ,ZZ9.
           03                          PIC X(3) VALUE SPACES.
           03                          PIC X(20)
                       VALUE "COMPONENTS MISSING:".
           03 KIT-MISSING-CL           PIC ZZZ,ZZ9.

       01 BALANCE-HEADING-LINE.
           03                          PIC X(28)
           OPEN EXTEND POSTING-JOURNAL-FILE
           OPEN OUTPUT OUTPUT-PRINTER-FILE
           OPEN EXTEND Reject-File
           OPEN INPUT Indexed-File
           OPEN EXTEND LNS-TRAN-FILE
           OPEN EXTEND CLERK-SUSPENSE-FILE
           OPEN EXTEND TENDER-DETAIL-FILE
           OPEN I-O Customer-File
           OPEN I-O Ar-Tran-File
           OPEN I-O Gift-Cert-File
           OPEN I-O Gc-Tran-File
           OPEN INPUT Kit-File
           MOVE "O" TO lr-function
           CALL "prg141" USING Lot-Relief-Parms
           PERFORM 3000-WRITE-HEADING
           PERFORM 2000-POST-ONE-FEED-ROW
               UNTIL END-OF-FILE
           PERFORM 2950-PRINT-RETURNS-REGISTER
           PERFORM 2975-PRINT-CLERK-SUSPENSE
           PERFORM 2990-PRINT-CHARGE-REFUSALS
           PERFORM 2992-PRINT-GIFT-REFUSALS
           PERFORM 2985-RECONCILE-STORES
           PERFORM 5000-WRITE-CONCLUSION
           CLOSE SALES-FEED-FILE
           CLOSE POSTING-JOURNAL-FILE
           CLOSE OUTPUT-PRINTER-FILE
           CLOSE Reject-File
           CLOSE Indexed-File
           CLOSE LNS-TRAN-FILE
           CLOSE CLERK-SUSPENSE-FILE
           CLOSE TENDER-DETAIL-FILE
           CLOSE Customer-File
           CLOSE Ar-Tran-File
           CLOSE Gift-Cert-File
           CLOSE Gc-Tran-File
           CLOSE Kit-File
           MOVE "C" TO lr-function
           CALL "prg141" USING Lot-Relief-Parms
           PERFORM 0580-CLEAR-INV-BATCH-LOCK
           PERFORM 0450-REFRESH-MASTER-CONTROL
      *    A store out of balance - or missing its control row for
                           TO Reason-Code-RT (Reason-Count)
                       MOVE REASON-DESC-RR
                           TO Reason-Desc-RT (Reason-Count)
                       MOVE REASON-HOLD-RR
                           TO Reason-Hold-RT (Reason-Count)
                   END-IF
           END-READ.

      *    gives an empty store master.
       1460-CHECK-REASON-CODE.
           MOVE "Y" TO Reason-Ok-Switch
           MOVE "N" TO Return-Held-Switch
           IF Reason-Count > ZERO
               MOVE "N" TO Reason-Ok-Switch
               PERFORM 1470-CHECK-REASON-ENTRY
       1470-CHECK-REASON-ENTRY.
           IF REASON-CODE-SF = Reason-Code-RT (Reason-Index)
               MOVE "Y" TO Reason-Ok-Switch
               IF Reason-Hold-RT (Reason-Index) = "H"
                   MOVE "Y" TO Return-Held-Switch
               END-IF
           END-IF.

       1500-LOAD-PROMO-TABLE.
           READ SALES-FEED-FILE
               AT END MOVE "YES" TO EOF-MARKER
               NOT AT END
                   EVALUATE TRUE
                       WHEN CONTROL-TAG-CR = "CTL"
                           PERFORM 2060-FILE-CONTROL-ROW
                       WHEN TENDER-TAG-TR = "TND"
                           PERFORM 2065-FILE-TENDER-ROW
                       WHEN CHARGE-TAG-CH = "CHG"
                           PERFORM 2200-POST-CHARGE-ROW
                       WHEN GIFT-TAG-GF = "GFT"
                           PERFORM 2400-POST-GIFT-ROW
                       WHEN OTHER
                           ADD 1 TO FEED-ROW-COUNTER
                           PERFORM 2070-COUNT-ROW-FOR-STORE
                           PERFORM 2050-ROUTE-FEED-ROW
                   END-EVALUATE
           END-READ.

       2060-FILE-CONTROL-ROW.
                   TO Sbt-Ctl-Units (Store-Balance-Index)
           END-IF.

      *    A register that sent no date gets the run date - the
      *    feed is the day's close.
       2065-FILE-TENDER-ROW.
           IF TENDER-CODE-OK
                   AND TENDER-AMOUNT-TR IS NUMERIC
                   AND REGISTER-NUMBER-TR NOT = SPACES
               ADD 1 TO Tender-Row-Counter
               MOVE SPACES TO Tender-Detail-Record
               MOVE STORE-NUMBER-TR TO Td-Store-TD
               MOVE REGISTER-NUMBER-TR TO Td-Register-TD
               MOVE TENDER-CODE-TR TO Td-Tender-TD
               MOVE TENDER-AMOUNT-TR TO Td-Amount-TD
               IF FEED-DATE-TR = SPACES
                   MOVE Date-Report-Record TO Td-Business-Date-TD
               ELSE
                   MOVE FEED-DATE-TR TO Td-Business-Date-TD
               END-IF
               WRITE Tender-Detail-Record
           ELSE
               ADD 1 TO BAD-COUNTER
               MOVE SPACES TO REJECT-RECORD
               MOVE STORE-NUMBER-TR TO STORE-NUMBER-RJ
               MOVE SALES-FEED-TENDER-ROW (3:11) TO PRODUCT-CODE-RJ
               MOVE "Bad Tender" TO REASON-RJ
               WRITE REJECT-RECORD
           END-IF.

      *    A charge is refused when the account isn't on file, is
      *    on hold, or would go over its limit; a payment only needs
      *    the account on file.  Like the tender rows, no date means
      *    the run date.
       2200-POST-CHARGE-ROW.
           MOVE "Y" TO Charge-Ok-Switch
           MOVE SPACES TO Charge-Refuse-Reason
           MOVE FEED-DATE-CH TO Feed-Row-Date
           PERFORM 2290-MAKE-FEED-ROW-DATE-KEY
           IF NOT (CHARGE-SALE-CH OR CHARGE-PAYMENT-CH)
                   OR CHARGE-AMOUNT-CH NOT NUMERIC
                   OR CHARGE-AMOUNT-CH = ZERO
                   OR Feed-Row-Date-Key = SPACES
               MOVE "N" TO Charge-Ok-Switch
               MOVE "Bad Charge Row" TO Charge-Refuse-Reason
           ELSE
               MOVE CUSTOMER-NUMBER-CH TO Cust-Number-CU
               READ Customer-File
                   INVALID KEY
                       MOVE "N" TO Charge-Ok-Switch
                       MOVE "Unknown Cust" TO Charge-Refuse-Reason
               END-READ
           END-IF
           IF Charge-Ok AND CHARGE-SALE-CH
               COMPUTE Charge-New-Balance =
                   Cust-Balance-CU + CHARGE-AMOUNT-CH
               EVALUATE TRUE
                   WHEN NOT Cust-Active
                       MOVE "N" TO Charge-Ok-Switch
                       MOVE "Account On Hold" TO Charge-Refuse-Reason
                   WHEN Charge-New-Balance > Cust-Credit-Limit-CU
                       MOVE "N" TO Charge-Ok-Switch
                       MOVE "Over Limit" TO Charge-Refuse-Reason
               END-EVALUATE
           END-IF
           IF Charge-Ok
               PERFORM 2250-APPLY-CHARGE-ROW
           ELSE
               PERFORM 2280-REFUSE-CHARGE-ROW
           END-IF.

       2250-APPLY-CHARGE-ROW.
           IF CHARGE-SALE-CH
               ADD CHARGE-AMOUNT-CH TO Cust-Balance-CU
               ADD 1 TO Charge-Posted-Counter
               ADD CHARGE-AMOUNT-CH TO Charge-Posted-Total
           ELSE
               SUBTRACT CHARGE-AMOUNT-CH FROM Cust-Balance-CU
               ADD 1 TO Payment-Posted-Counter
               ADD CHARGE-AMOUNT-CH TO Payment-Posted-Total
           END-IF
           REWRITE Customer-Record
           END-REWRITE
           ADD 1 TO Ar-Seq-Counter
           MOVE SPACES TO Ar-Tran-Record
           MOVE CUSTOMER-NUMBER-CH TO Ar-Cust-AT
           MOVE Feed-Row-Date-Key TO Ar-Date-Key-AT
           MOVE Jrnl-Time-Work (1:6) TO Ar-Stamp-AT
           MOVE Ar-Seq-Counter TO Ar-Seq-AT
           MOVE CHARGE-TYPE-CH TO Ar-Type-AT
           MOVE CHARGE-AMOUNT-CH TO Ar-Amount-AT
           MOVE STORE-NUMBER-CH TO Ar-Store-AT
           MOVE REGISTER-NUMBER-CH TO Ar-Register-AT
           MOVE REFERENCE-CH TO Ar-Reference-AT
           MOVE Feed-Row-Date TO Ar-Date-AT
           WRITE Ar-Tran-Record
           END-WRITE.

       2280-REFUSE-CHARGE-ROW.
           ADD 1 TO Charge-Refused-Counter
           ADD 1 TO BAD-COUNTER
           MOVE SPACES TO REJECT-RECORD
           MOVE STORE-NUMBER-CH TO STORE-NUMBER-RJ
           MOVE CUSTOMER-NUMBER-CH TO PRODUCT-CODE-RJ
           MOVE Charge-Refuse-Reason TO REASON-RJ
           WRITE REJECT-RECORD
           IF Charge-Refused-Counter NOT > 100
               MOVE Charge-Refused-Counter TO Refusal-Index
               MOVE STORE-NUMBER-CH TO Ref-Store (Refusal-Index)
               MOVE REGISTER-NUMBER-CH TO Ref-Register (Refusal-Index)
               MOVE CUSTOMER-NUMBER-CH TO Ref-Customer (Refusal-Index)
               MOVE REFERENCE-CH TO Ref-Reference (Refusal-Index)
               MOVE ZERO TO Ref-Amount (Refusal-Index)
               IF CHARGE-AMOUNT-CH IS NUMERIC
                   MOVE CHARGE-AMOUNT-CH TO Ref-Amount (Refusal-Index)
               END-IF
               MOVE Charge-Refuse-Reason TO Ref-Reason (Refusal-Index)
           END-IF.

      *    A charge or gift row with no date gets the run date;
      *    a malformed one keys as spaces and is refused.
       2290-MAKE-FEED-ROW-DATE-KEY.
           IF Feed-Row-Date = SPACES
               MOVE Date-Report-Record TO Feed-Row-Date
           END-IF
           MOVE SPACES TO Feed-Row-Date-Key
           IF Feed-Row-Date (1:2) IS NUMERIC
                   AND Feed-Row-Date (4:2) IS NUMERIC
                   AND Feed-Row-Date (7:4) IS NUMERIC
                   AND Feed-Row-Date (3:1) = "/"
                   AND Feed-Row-Date (6:1) = "/"
               MOVE Feed-Row-Date (7:4) TO Feed-Row-Date-Key (1:4)
               MOVE Feed-Row-Date (1:2) TO Feed-Row-Date-Key (5:2)
               MOVE Feed-Row-Date (4:2) TO Feed-Row-Date-Key (7:2)
           END-IF.

      *    An issue needs a kind and a number not already on file;
      *    a redemption needs a number on file with at least the
      *    amount asked for still left on it - a slip already used
      *    up is refused, which is what catches the second trip to
      *    the counter with the same slip.
       2400-POST-GIFT-ROW.
           MOVE "Y" TO Gift-Ok-Switch
           MOVE SPACES TO Gift-Refuse-Reason
           MOVE FEED-DATE-GF TO Feed-Row-Date
           PERFORM 2290-MAKE-FEED-ROW-DATE-KEY
           IF NOT (GIFT-ISSUE-GF OR GIFT-REDEEM-GF)
                   OR (GIFT-ISSUE-GF AND NOT GIFT-KIND-OK)
                   OR CERT-NUMBER-GF = SPACES
                   OR GIFT-AMOUNT-GF NOT NUMERIC
                   OR GIFT-AMOUNT-GF = ZERO
                   OR Feed-Row-Date-Key = SPACES
               MOVE "N" TO Gift-Ok-Switch
               MOVE "Bad Gift Row" TO Gift-Refuse-Reason
           ELSE
               MOVE CERT-NUMBER-GF TO Gc-Number-GC
               READ Gift-Cert-File
                   INVALID KEY
                       IF GIFT-REDEEM-GF
                           MOVE "N" TO Gift-Ok-Switch
                           MOVE "Unknown Cert" TO Gift-Refuse-Reason
                       END-IF
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN GIFT-ISSUE-GF
                               MOVE "N" TO Gift-Ok-Switch
                               MOVE "Dup Cert #"
                                   TO Gift-Refuse-Reason
                           WHEN Gc-Exhausted
                               MOVE "N" TO Gift-Ok-Switch
                               MOVE "Cert Used Up"
                                   TO Gift-Refuse-Reason
                           WHEN GIFT-AMOUNT-GF > Gc-Balance-GC
                               MOVE "N" TO Gift-Ok-Switch
                               MOVE "Over Balance"
                                   TO Gift-Refuse-Reason
                       END-EVALUATE
               END-READ
           END-IF
           IF Gift-Ok
               PERFORM 2450-APPLY-GIFT-ROW
           ELSE
               PERFORM 2480-REFUSE-GIFT-ROW
           END-IF.

       2450-APPLY-GIFT-ROW.
           IF GIFT-ISSUE-GF
               MOVE SPACES TO Gift-Cert-Record
               MOVE CERT-NUMBER-GF TO Gc-Number-GC
               MOVE GIFT-KIND-GF TO Gc-Kind-GC
               MOVE STORE-NUMBER-GF TO Gc-Issue-Store-GC
               MOVE REGISTER-NUMBER-GF TO Gc-Issue-Register-GC
               MOVE Feed-Row-Date TO Gc-Issue-Date-GC
               MOVE GIFT-AMOUNT-GF TO Gc-Amount-GC
               MOVE GIFT-AMOUNT-GF TO Gc-Balance-GC
               MOVE ZERO TO Gc-Redeem-Count-GC
               WRITE Gift-Cert-Record
               END-WRITE
               ADD 1 TO Gift-Issued-Counter
               ADD GIFT-AMOUNT-GF TO Gift-Issued-Total
           ELSE
               SUBTRACT GIFT-AMOUNT-GF FROM Gc-Balance-GC
               ADD 1 TO Gc-Redeem-Count-GC
               MOVE Feed-Row-Date TO Gc-Last-Redeemed-GC
               REWRITE Gift-Cert-Record
               END-REWRITE
               ADD 1 TO Gift-Redeemed-Counter
               ADD GIFT-AMOUNT-GF TO Gift-Redeemed-Total
           END-IF
           ADD 1 TO Gt-Seq-Counter
           MOVE SPACES TO Gc-Tran-Record
           MOVE CERT-NUMBER-GF TO Gt-Number-GT
           MOVE Feed-Row-Date-Key TO Gt-Date-Key-GT
           MOVE Jrnl-Time-Work (1:6) TO Gt-Stamp-GT
           MOVE Gt-Seq-Counter TO Gt-Seq-GT
           MOVE GIFT-ACTION-GF TO Gt-Action-GT
           MOVE Gc-Kind-GC TO Gt-Kind-GT
           MOVE GIFT-AMOUNT-GF TO Gt-Amount-GT
           MOVE STORE-NUMBER-GF TO Gt-Store-GT
           MOVE REGISTER-NUMBER-GF TO Gt-Register-GT
           MOVE Feed-Row-Date TO Gt-Date-GT
           WRITE Gc-Tran-Record
           END-WRITE.

       2480-REFUSE-GIFT-ROW.
           ADD 1 TO Gift-Refused-Counter
           ADD 1 TO BAD-COUNTER
           MOVE SPACES TO REJECT-RECORD
           MOVE STORE-NUMBER-GF TO STORE-NUMBER-RJ
           MOVE CERT-NUMBER-GF TO PRODUCT-CODE-RJ
           MOVE Gift-Refuse-Reason TO REASON-RJ
           WRITE REJECT-RECORD
           IF Gift-Refused-Counter NOT > 100
               MOVE Gift-Refused-Counter TO Gift-Refusal-Index
               MOVE STORE-NUMBER-GF TO Grf-Store (Gift-Refusal-Index)
               MOVE REGISTER-NUMBER-GF
                   TO Grf-Register (Gift-Refusal-Index)
               MOVE GIFT-ACTION-GF TO Grf-Action (Gift-Refusal-Index)
               MOVE CERT-NUMBER-GF TO Grf-Number (Gift-Refusal-Index)
               MOVE ZERO TO Grf-Amount (Gift-Refusal-Index)
               IF GIFT-AMOUNT-GF IS NUMERIC
                   MOVE GIFT-AMOUNT-GF
                       TO Grf-Amount (Gift-Refusal-Index)
               END-IF
               MOVE Gift-Refuse-Reason
                   TO Grf-Reason (Gift-Refusal-Index)
           END-IF.

       2070-COUNT-ROW-FOR-STORE.
           MOVE STORE-NUMBER-SF TO Work-Balance-Store
           PERFORM 2080-FIND-STORE-BUCKET

       2050-ROUTE-FEED-ROW.
           MOVE "N" TO Return-Row-Switch
           MOVE "N" TO Return-Held-Switch
           EVALUATE TRUE
               WHEN UNITS-SOLD-SF NOT NUMERIC
                     OR UNITS-SOLD-SF = ZERO

      *    A return ADDS to the on-hand count - the goods are back
      *    on the shelf - where a sale subtracts with the floored-
      *    at-zero guard.  A kit's own count is left alone; its
      *    components move instead.
       2300-APPLY-FEED-ROW.
           MOVE Quantity-IR TO OLD-QUANTITY-HOLD
           PERFORM 1600-FIND-SELLING-PRICE
           MOVE Unit-Cost-IR TO Posting-Unit-Cost
           MOVE UNITS-SOLD-SF TO Posting-Units
           MOVE SPACES TO COMMENTS-DL
           MOVE Product-Code-IR TO Kit-Product-KB
           READ Kit-File
               INVALID KEY
                   MOVE "N" TO Kit-Row-Switch
               NOT INVALID KEY
                   MOVE "Y" TO Kit-Row-Switch
           END-READ
           IF Posting-A-Kit
               PERFORM 2320-RELIEVE-KIT-COMPONENTS
               MOVE UNITS-SOLD-SF TO Posting-Units
               MOVE "** KIT **" TO COMMENTS-DL
           ELSE
               PERFORM 2310-MOVE-ON-HAND
               REWRITE Inventory-Record
               END-REWRITE
           END-IF
           ADD 1 TO POSTED-COUNTER
           IF Posting-A-Return
               ADD 1 TO Returns-Posted-Counter
               IF Return-To-Held
                   ADD 1 TO Returns-Held-Counter
               END-IF
               ADD UNITS-SOLD-SF TO Units-Returned-Total
               PERFORM 2550-ACCUMULATE-RETURN
           ELSE
               ADD UNITS-SOLD-SF TO UNITS-POSTED-TOTAL
           END-IF
           IF NOT Posting-A-Kit
               PERFORM 2490-WRITE-JOURNAL-ROW
           END-IF
           PERFORM 2500-WRITE-UNITS-DETAIL
           PERFORM 2700-CREDIT-CLERK
           PERFORM 2600-WRITE-FEED-LINE.

       2310-MOVE-ON-HAND.
           IF Posting-A-Return
               IF Return-To-Held
                   ADD Posting-Units TO Held-Quantity-IR
                   MOVE "DF" TO Hold-Reason-IR
                   MOVE "** HELD **" TO COMMENTS-DL
               ELSE
                   ADD Posting-Units TO Quantity-IR
                   MOVE "** RETURN **" TO COMMENTS-DL
               END-IF
           ELSE
               IF Posting-Units > Quantity-IR
                   MOVE ZERO TO Quantity-IR
                   ADD 1 TO SHORT-COUNTER
                   MOVE "** FLOORED **" TO COMMENTS-DL
               ELSE
                   SUBTRACT Posting-Units FROM Quantity-IR
               END-IF
               PERFORM 2340-RELIEVE-SOLD-LOTS
           END-IF.

      *    A return goes back to the shelf unlotted - nobody
      *    knows which delivery it came out of.
       2340-RELIEVE-SOLD-LOTS.
           MOVE "R" TO lr-function
           MOVE Store-Number-IR TO lr-store
           MOVE Department-Number-IR TO lr-dept
           MOVE Product-Code-IR TO lr-product
           MOVE Posting-Units TO lr-quantity
           CALL "prg141" USING Lot-Relief-Parms.

      *    Each component at the selling store moves by the kit
      *    units times its quantity per kit, journaled and listed
      *    on its own line.  The kit's master record goes back in
      *    place afterwards, costed at the sum of its components.
       2320-RELIEVE-KIT-COMPONENTS.
           ADD 1 TO Kits-Posted-Counter
           MOVE Inventory-Record TO Kit-Master-Hold
           MOVE ZERO TO Kit-Cost-Work
           PERFORM 2330-RELIEVE-ONE-COMPONENT
               VARYING Kit-Comp-Index FROM 1 BY 1
               UNTIL Kit-Comp-Index > Kit-Component-Count-KB
                  OR Kit-Comp-Index > 10
           MOVE Kit-Master-Hold TO Inventory-Record
           MOVE Kit-Cost-Work TO Posting-Unit-Cost.

       2330-RELIEVE-ONE-COMPONENT.
           MOVE Kc-Dept-KB (Kit-Comp-Index) TO Department-Number-IR
           MOVE Kc-Product-KB (Kit-Comp-Index) TO Product-Code-IR
           COMPUTE Kit-Comp-Units =
               UNITS-SOLD-SF * Kc-Qty-KB (Kit-Comp-Index)
           MOVE Kit-Comp-Units TO Posting-Units
           MOVE SPACES TO COMMENTS-DL
           READ ORIGINAL-FILE
               INVALID KEY
                   ADD 1 TO Kit-Comp-Missing-Counter
                   MOVE ZERO TO OLD-QUANTITY-HOLD Quantity-IR
                   MOVE "NO KIT PART" TO COMMENTS-DL
                   PERFORM 2600-WRITE-FEED-LINE
               NOT INVALID KEY
                   MOVE Quantity-IR TO OLD-QUANTITY-HOLD
                   PERFORM 2310-MOVE-ON-HAND
                   REWRITE Inventory-Record
                   END-REWRITE
                   COMPUTE Kit-Cost-Work = Kit-Cost-Work
                       + Unit-Cost-IR * Kc-Qty-KB (Kit-Comp-Index)
                   PERFORM 2490-WRITE-JOURNAL-ROW
                   IF COMMENTS-DL = SPACES
                       MOVE "KIT PART" TO COMMENTS-DL
                   END-IF
                   PERFORM 2600-WRITE-FEED-LINE
           END-READ.

      *    The durable journal row PRG100's roll-forward replays -
      *    a sale subtracts like an 'S', a return adds like an 'R'.
       2490-WRITE-JOURNAL-ROW.
           ELSE
               MOVE "S" TO JR-ACTION
           END-IF
           MOVE Posting-Units TO JR-QUANTITY
           MOVE ZERO TO JR-UNIT-COST
           MOVE Jrnl-Time-Stamp TO JR-TIME
           MOVE "PRG33" TO JR-SOURCE
           IF Posting-A-Return AND Return-To-Held
               MOVE "H" TO JR-STOCK
           END-IF
           WRITE POSTING-JOURNAL-RECORD.

      *    The detail row carries the MASTER's product code, so an
           MOVE Selling-Price-Work TO SELLING-PRICE-UD
           IF Posting-A-Return
               MOVE "-" TO UNITS-SIGN-UD
               MOVE REASON-CODE-SF TO REASON-CODE-UD
           ELSE
               MOVE "+" TO UNITS-SIGN-UD
           END-IF
           MOVE Posting-Unit-Cost TO UNIT-COST-UD
           WRITE UNITS-DETAIL-RECORD.

      *    One bucket per store/reason pair, for the returns
                   TO Rrt-Units (Return-Register-Index)
           END-IF.

      *    The commission side of the row - the units at the price
      *    the row posted at, credited to the clerk who rang a sale
      *    or charged back against the clerk who rang the sale a
      *    return undoes.  A sale needs a clerk still on staff; a
      *    chargeback follows the original clerk even after they've
      *    left, so a terminated clerk only suspends a sale.
       2700-CREDIT-CLERK.
           IF Posting-A-Return
               MOVE ORIG-CLERK-SS-SF TO Commission-Clerk
           ELSE
               MOVE CLERK-SS-SF TO Commission-Clerk
           END-IF
           COMPUTE Clerk-Sale-Amount =
               UNITS-SOLD-SF * Selling-Price-Work
           IF Commission-Clerk = SPACES
               ADD 1 TO House-Row-Counter
           ELSE
               MOVE "N" TO Clerk-Ok-Switch
               MOVE Commission-Clerk TO ss-num OF disk-record
               READ Indexed-File
                   INVALID KEY
                       MOVE "Clerk Unknown" TO Suspense-Reason
                   NOT INVALID KEY
                       IF status-code OF disk-record = "T"
                               AND NOT Posting-A-Return
                           MOVE "Clerk Termed" TO Suspense-Reason
                       ELSE
                           MOVE "Y" TO Clerk-Ok-Switch
                       END-IF
               END-READ
               IF Clerk-Ok
                   PERFORM 2750-WRITE-LNS-POST
               ELSE
                   PERFORM 2800-WRITE-CLERK-SUSPENSE
               END-IF
           END-IF.

       2750-WRITE-LNS-POST.
           MOVE SPACES TO LNS-TRAN-RECORD
           MOVE Commission-Clerk TO SS-NUM-LN
           MOVE "P" TO ACTION-LN
           MOVE Clerk-Sale-Amount TO SALES-INCREASE-LN
           MOVE Product-Code-IR TO PRODUCT-CODE-LN
           MOVE "PRG33" TO TRAN-SOURCE-LN
           MOVE Date-Report-Record TO TRAN-ENTRY-DATE-LN
           MOVE Jrnl-Time-Stamp TO TRAN-ENTRY-TIME-LN
           IF Posting-A-Return
               MOVE "-" TO TRAN-AMOUNT-SIGN-LN
               ADD 1 TO Chargeback-Counter
           ELSE
               MOVE "+" TO TRAN-AMOUNT-SIGN-LN
               ADD 1 TO Clerk-Sales-Counter
           END-IF
           WRITE LNS-TRAN-RECORD.

       2800-WRITE-CLERK-SUSPENSE.
           ADD 1 TO Suspense-Counter
           MOVE SPACES TO CLERK-SUSPENSE-RECORD
           MOVE Store-Number-IR TO STORE-NUMBER-SU
           MOVE Department-Number-IR TO DEPARTMENT-NUMBER-SU
           MOVE Product-Code-IR TO PRODUCT-CODE-SU
           MOVE UNITS-SOLD-SF TO UNITS-SOLD-SU
           IF Posting-A-Return
               MOVE "-" TO AMOUNT-SIGN-SU
           ELSE
               MOVE "+" TO AMOUNT-SIGN-SU
           END-IF
           MOVE Clerk-Sale-Amount TO SALES-AMOUNT-SU
           MOVE Commission-Clerk TO CLERK-SS-SU
           MOVE Date-Report-Record TO FEED-DATE-SU
           MOVE Suspense-Reason TO REASON-SU
           WRITE CLERK-SUSPENSE-RECORD
           IF Suspense-Counter NOT > 100
               MOVE Store-Number-IR TO Sus-Store (Suspense-Counter)
               MOVE Product-Code-IR TO Sus-Product (Suspense-Counter)
               MOVE Commission-Clerk TO Sus-Clerk (Suspense-Counter)
               MOVE AMOUNT-SIGN-SU TO Sus-Sign (Suspense-Counter)
               MOVE Clerk-Sale-Amount
                   TO Sus-Amount (Suspense-Counter)
               MOVE Suspense-Reason TO Sus-Reason (Suspense-Counter)
           END-IF.

       2600-WRITE-FEED-LINE.
           MOVE Store-Number-IR TO STORE-NUMBER-DL
           MOVE Department-Number-IR TO DEPARTMENT-NUMBER-DL
           MOVE Product-Code-IR TO PRODUCT-CODE-DL
           MOVE OLD-QUANTITY-HOLD TO OLD-QTY-DL
           MOVE Posting-Units TO UNITS-DL
           MOVE Quantity-IR TO NEW-QTY-DL
           MOVE FEED-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.
                   TO REASON-DESC-RL
           END-IF.

       2975-PRINT-CLERK-SUSPENSE.
           IF Suspense-Counter > ZERO
               MOVE SUSPENSE-HEADING-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 3 LINES
               MOVE SUSPENSE-COLUMN-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
               MOVE SPACES TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
               PERFORM 2980-PRINT-ONE-SUSPENSE-ROW
                   VARYING Suspense-Index FROM 1 BY 1
                   UNTIL Suspense-Index > Suspense-Counter
                      OR Suspense-Index > 100
           END-IF.

       2980-PRINT-ONE-SUSPENSE-ROW.
           MOVE Sus-Store (Suspense-Index) TO STORE-NUMBER-SL
           MOVE Sus-Product (Suspense-Index) TO PRODUCT-CODE-SL
           MOVE Sus-Clerk (Suspense-Index) TO CLERK-SS-SL
           MOVE Sus-Amount (Suspense-Index) TO AMOUNT-SL
           IF Sus-Sign (Suspense-Index) = "-"
               MOVE "-" TO SIGN-SL
           ELSE
               MOVE SPACE TO SIGN-SL
           END-IF
           MOVE Sus-Reason (Suspense-Index) TO REASON-SL
           MOVE SUSPENSE-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

      *    House-charge sales the register refused, by store.
       2990-PRINT-CHARGE-REFUSALS.
           IF Charge-Refused-Counter > ZERO
               MOVE REFUSAL-HEADING-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
               MOVE REFUSAL-COLUMN-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
               MOVE SPACES TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
               PERFORM 2995-PRINT-ONE-REFUSAL
                   VARYING Refusal-Index FROM 1 BY 1
                   UNTIL Refusal-Index > Charge-Refused-Counter
                      OR Refusal-Index > 100
           END-IF.

       2995-PRINT-ONE-REFUSAL.
           MOVE Ref-Store (Refusal-Index) TO STORE-NUMBER-FL
           MOVE Ref-Register (Refusal-Index) TO REGISTER-FL
           MOVE Ref-Customer (Refusal-Index) TO CUSTOMER-FL
           MOVE Ref-Reference (Refusal-Index) TO REFERENCE-FL
           MOVE Ref-Amount (Refusal-Index) TO AMOUNT-FL
           MOVE Ref-Reason (Refusal-Index) TO REASON-FL
           MOVE REFUSAL-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

       2992-PRINT-GIFT-REFUSALS.
           IF Gift-Refused-Counter > ZERO
               MOVE GIFT-REFUSAL-HEADING-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING PAGE
               MOVE GIFT-REFUSAL-COLUMN-LINE TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 2 LINES
               MOVE SPACES TO OUTPUT-PRINTER-RECORD
               WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
               PERFORM 2997-PRINT-ONE-GIFT-REFUSAL
                   VARYING Gift-Refusal-Index FROM 1 BY 1
                   UNTIL Gift-Refusal-Index > Gift-Refused-Counter
                      OR Gift-Refusal-Index > 100
           END-IF.

       2997-PRINT-ONE-GIFT-REFUSAL.
           MOVE Grf-Store (Gift-Refusal-Index) TO STORE-NUMBER-GL
           MOVE Grf-Register (Gift-Refusal-Index) TO REGISTER-GL
           MOVE Grf-Action (Gift-Refusal-Index) TO ACTION-GL
           MOVE Grf-Number (Gift-Refusal-Index) TO CERT-NUMBER-GL
           MOVE Grf-Amount (Gift-Refusal-Index) TO AMOUNT-GL
           MOVE Grf-Reason (Gift-Refusal-Index) TO REASON-GL
           MOVE GIFT-REFUSAL-DETAIL-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

      *    Each store's sent figures against what actually arrived.
      *    Counts cover every transaction row the store sent, good
      *    or rejected, so a row that bounced to PRG33.REJ doesn't
           MOVE ALIAS-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Returns-Posted-Counter TO RETURNS-CL
           MOVE Returns-Held-Counter TO RETURNS-HELD-CL
           MOVE RETURNS-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Clerk-Sales-Counter TO CLERK-CL
           MOVE CLERK-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Chargeback-Counter TO CHARGEBACK-CL
           MOVE CHARGEBACK-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE House-Row-Counter TO HOUSE-CL
           MOVE HOUSE-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Suspense-Counter TO SUSPENSE-CL
           MOVE SUSPENSE-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Tender-Row-Counter TO TENDER-CL
           MOVE TENDER-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Charge-Posted-Counter TO CHARGE-POSTED-CL
           MOVE Charge-Posted-Total TO CHARGE-AMOUNT-CL
           MOVE CHARGE-POSTED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Payment-Posted-Counter TO PAYMENT-POSTED-CL
           MOVE Payment-Posted-Total TO PAYMENT-AMOUNT-CL
           MOVE PAYMENT-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Charge-Refused-Counter TO REFUSED-CL
           MOVE REFUSED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Gift-Issued-Counter TO GIFT-ISSUED-CL
           MOVE Gift-Issued-Total TO GIFT-ISSUED-AMOUNT-CL
           MOVE GIFT-ISSUED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Gift-Redeemed-Counter TO GIFT-REDEEMED-CL
           MOVE Gift-Redeemed-Total TO GIFT-REDEEMED-AMOUNT-CL
           MOVE GIFT-REDEEMED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Gift-Refused-Counter TO GIFT-REFUSED-CL
           MOVE GIFT-REFUSED-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES
           MOVE Kits-Posted-Counter TO KIT-CL
           MOVE Kit-Comp-Missing-Counter TO KIT-MISSING-CL
           MOVE KIT-CONCLUSION-LINE TO OUTPUT-PRINTER-RECORD
           WRITE OUTPUT-PRINTER-RECORD AFTER ADVANCING 1 LINES.

      *    The master must pass its PRG99 control check before this
