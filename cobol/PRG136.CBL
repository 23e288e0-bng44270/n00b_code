       identification division.
       program-id.  prg136.
       author.  Andy Carlson.

      *    Gift certificate journal - puts the gift certificates
      *    sold, the store credit slips paid out and the redemptions
      *    of both, which PRG33 posted to GCTRAN.DAT, onto
      *    gljrnl.dat as the liability they are.  Run each night
      *    from NIGHTLY.BAT after PRG135.  Every row not yet
      *    journaled is added into one bucket per business date,
      *    store, issue or redeem, and kind.  A certificate sold
      *    put cash in the drawer that no merchandise row
      *    accounts for, and a store credit slip stands in for the
      *    refund PRG105 already credited to register clearing, so
      *    either issue moves register clearing to the liability.
      *    A redemption paid for merchandise PRG105 debited to
      *    register clearing at retail, so it takes the liability
      *    back down the other way.  Both sides ride the store's
      *    cost center and the business date.  Each row is stamped
      *    with tonight's date as it goes, so nothing posts twice;
      *    a row that finds no room in the table stays unstamped
      *    and posts the next night.  The proof report lists every
      *    row journaled and the journal rows written, debits
      *    against credits.
      *    Tags on glacct.dat (defaults in brackets):
      *        GCLIAB   gift certificates and store credit
      *                 outstanding                (2800)
      *        REGCASH  register receipts clearing (1050)

       environment division.
       input-output section.
       file-control.
           select optional Gc-Tran-File assign to disk "gctran.dat"
                  organization is indexed
                  access is sequential
                  record key is Gt-Key.

           select optional Gl-Account-File assign to disk
                  "glacct.dat"
                  organization is line sequential.

           select optional Gl-Journal-File assign to disk
                  "gljrnl.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Gc-Tran-File.
       copy gctrec.

       fd Gl-Account-File.
       01 Gl-Account-Record.
           03 ga-tag               pic x(8).
           03 ga-account           pic x(8).

       fd Gl-Journal-File.
       copy gjrec.

       fd Output-Printer-File.
       01 Output-Printer-Record    pic x(100).

       working-storage section.
       copy gencode.
       01 tran-eof-flag        pic xxx value spaces.
           88 tran-end         value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.

       01 Account-Table.
           03 Acct-Gcliab      pic x(8) value "2800".
           03 Acct-Regcash     pic x(8) value "1050".

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.

      *    One bucket per business date, store, action and kind.
       01 Post-Table.
           03 Post-Entry occurs 300 times.
               05 Pt-Date          pic x(10).
               05 Pt-Store         pic xx.
               05 Pt-Action        pic x.
               05 Pt-Kind          pic x.
               05 Pt-Amount        pic 9(9)v99.
       01 Post-Count           pic 9(3) value zero.
       01 Post-Index           pic 9(3).
       01 Post-Scan-Index      pic 9(3).
       01 Post-Found-Switch    pic x value "N".
           88 Post-Bucket-Found value "Y".

       01 rows-read            pic 9(6) value zero.
       01 rows-journaled       pic 9(6) value zero.
       01 rows-held            pic 9(6) value zero.
       01 journal-row-count    pic 9(5) value zero.
       01 Run-Issue-Total      pic 9(9)v99 value zero.
       01 Run-Redeem-Total     pic 9(9)v99 value zero.
       01 Debit-Total          pic 9(11)v99 value zero.
       01 Credit-Total         pic 9(11)v99 value zero.

       01 Heading-Line.
           03                  pic x(40)
               value "** GIFT CERTIFICATE JOURNAL **".

       01 Row-Column-Line.
           03                  pic x(12) value "CERT #".
           03                  pic x(12) value "DATE".
           03                  pic x(7) value "STORE".
           03                  pic x(16) value "KIND".
           03                  pic x(14) value "      AMOUNT".

       01 Row-Detail-Line.
           03 cert-number-dl   pic x(10).
           03                  pic x(2) value spaces.
           03 tran-date-dl     pic x(10).
           03                  pic x(2) value spaces.
           03 store-dl         pic xx.
           03                  pic x(5) value spaces.
           03 kind-dl          pic x(14).
           03                  pic x(2) value spaces.
           03 row-amount-dl    pic $$,$$$,$$9.99.

       01 Column-Line.
           03                  pic x(12) value "DATE".
           03                  pic x(8) value "ACCOUNT".
           03                  pic x(2) value spaces.
           03                  pic x(3) value "D/C".
           03                  pic x(6) value spaces.
           03                  pic x(6) value "AMOUNT".
           03                  pic x(8) value spaces.
           03                  pic x(31) value "DESCRIPTION".
           03                  pic x(2) value "CC".

       01 Proof-Detail-Line.
           03 date-dl          pic x(10).
           03                  pic x(2) value spaces.
           03 account-dl       pic x(8).
           03                  pic x(3) value spaces.
           03 dc-dl            pic x.
           03                  pic x(2) value spaces.
           03 amount-dl        pic $$$,$$$,$$9.99.
           03                  pic x(2) value spaces.
           03 description-dl   pic x(30).
           03                  pic x value spaces.
           03 cost-center-dl   pic x(4).

       01 Debit-Total-Line.
           03                  pic x(16) value "DEBITS TOTAL:".
           03 debit-cl         pic $$,$$$,$$$,$$9.99.

       01 Credit-Total-Line.
           03                  pic x(16) value "CREDITS TOTAL:".
           03 credit-cl        pic $$,$$$,$$$,$$9.99.

       01 Money-Tie-Line.
           03 money-tie-label  pic x(36).
           03 money-tie-cl     pic $$,$$$,$$$,$$9.99.

       01 Count-Tie-Line.
           03 count-tie-label  pic x(36).
           03 count-tie-cl     pic zzz,zz9.

       01 Nothing-Line.
           03                  pic x(40)
               value "Nothing new to journal this run.".

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy

           perform 1500-Load-Account-Map

           open output Output-Printer-File
           write Output-Printer-Record from Heading-Line
               after advancing page
           write Output-Printer-Record from Row-Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines

           open i-o Gc-Tran-File
           perform 2000-Read-Gc-Row
               until tran-end
           close Gc-Tran-File

           if Post-Count = zero
               write Output-Printer-Record from Nothing-Line
                   after advancing 2 lines
           else
               open extend Gl-Journal-File
               write Output-Printer-Record from Column-Line
                   after advancing 3 lines
               move spaces to Output-Printer-Record
               write Output-Printer-Record after advancing 1 lines
               perform 3000-Journal-One-Bucket
                   varying Post-Index from 1 by 1
                   until Post-Index > Post-Count
               close Gl-Journal-File
           end-if

           perform 5000-Write-Proof-Totals
           close Output-Printer-File
           stop run.

       1500-Load-Account-Map.
           open input Gl-Account-File
           perform 1550-Read-Account-Row
               until acct-end
           close Gl-Account-File.

       1550-Read-Account-Row.
           read Gl-Account-File
               at end move "YES" to acct-eof-flag
               not at end
                   evaluate ga-tag
                       when "GCLIAB"
                           move ga-account to Acct-Gcliab
                       when "REGCASH"
                           move ga-account to Acct-Regcash
                   end-evaluate
           end-read.

       2000-Read-Gc-Row.
           read Gc-Tran-File next record
               at end move "YES" to tran-eof-flag
               not at end
                   add 1 to rows-read
                   if Gt-Not-Journaled
                       perform 2100-Post-Gc-Row
                   end-if
           end-read.

       2100-Post-Gc-Row.
           perform 2300-Find-Post-Bucket
           if Post-Bucket-Found
               add Gt-Amount-GT to Pt-Amount (Post-Index)
               if Gt-Issue
                   add Gt-Amount-GT to Run-Issue-Total
               else
                   add Gt-Amount-GT to Run-Redeem-Total
               end-if
               add 1 to rows-journaled
               move Run-Date-Formatted to Gt-Journaled-GT
               rewrite Gc-Tran-Record
               end-rewrite
               perform 2500-Print-Row-Line
           else
               add 1 to rows-held
           end-if.

       2300-Find-Post-Bucket.
           move "N" to Post-Found-Switch
           perform 2350-Check-Post-Bucket
               varying Post-Scan-Index from 1 by 1
               until Post-Scan-Index > Post-Count
                  or Post-Bucket-Found
           if not Post-Bucket-Found
                   and Post-Count < 300
               add 1 to Post-Count
               move Post-Count to Post-Index
               move Gt-Date-GT to Pt-Date (Post-Index)
               move Gt-Store-GT to Pt-Store (Post-Index)
               move Gt-Action-GT to Pt-Action (Post-Index)
               move Gt-Kind-GT to Pt-Kind (Post-Index)
               move zero to Pt-Amount (Post-Index)
               move "Y" to Post-Found-Switch
           end-if.

       2350-Check-Post-Bucket.
           if Gt-Date-GT = Pt-Date (Post-Scan-Index)
                   and Gt-Store-GT = Pt-Store (Post-Scan-Index)
                   and Gt-Action-GT = Pt-Action (Post-Scan-Index)
                   and Gt-Kind-GT = Pt-Kind (Post-Scan-Index)
               move "Y" to Post-Found-Switch
               move Post-Scan-Index to Post-Index
           end-if.

       2500-Print-Row-Line.
           move Gt-Number-GT to cert-number-dl
           move Gt-Date-GT to tran-date-dl
           move Gt-Store-GT to store-dl
           evaluate true
               when Gt-Redeem
                   move "REDEEMED" to kind-dl
               when Gt-Kind-GT = "S"
                   move "CREDIT ISSUED" to kind-dl
               when other
                   move "CERT SOLD" to kind-dl
           end-evaluate
           move Gt-Amount-GT to row-amount-dl
           write Output-Printer-Record from Row-Detail-Line
               after advancing 1 lines.

      *    Issue: register clearing debit, liability credit.
      *    Redeem: the other way round.  Both on the store.
       3000-Journal-One-Bucket.
           move Pt-Date (Post-Index) to gj-date
           move Pt-Amount (Post-Index) to gj-amount
           move Pt-Store (Post-Index) to gj-cc-store
           move spaces to gj-cc-dept
           if Pt-Action (Post-Index) = "I"
               move Acct-Regcash to gj-account
               move "D" to gj-dc
               if Pt-Kind (Post-Index) = "S"
                   move "Store credit paid out" to gj-description
               else
                   move "Gift certificates sold" to gj-description
               end-if
               perform 4000-Write-Journal-Row
               move Acct-Gcliab to gj-account
               move "C" to gj-dc
               if Pt-Kind (Post-Index) = "S"
                   move "Store credit outstanding" to gj-description
               else
                   move "Gift certificates outstanding"
                       to gj-description
               end-if
               perform 4000-Write-Journal-Row
           else
               move Acct-Gcliab to gj-account
               move "D" to gj-dc
               move "Certificates redeemed" to gj-description
               perform 4000-Write-Journal-Row
               move Acct-Regcash to gj-account
               move "C" to gj-dc
               move "Sales paid by certificate" to gj-description
               perform 4000-Write-Journal-Row
           end-if.

       4000-Write-Journal-Row.
           move "PRG136" to gj-source
           write Gl-Journal-Record
           add 1 to journal-row-count
           if gj-dc = "D"
               add gj-amount to Debit-Total
           else
               add gj-amount to Credit-Total
           end-if
           move gj-date to date-dl
           move gj-account to account-dl
           move gj-dc to dc-dl
           move gj-amount to amount-dl
           move gj-description to description-dl
           move gj-cost-center to cost-center-dl
           write Output-Printer-Record from Proof-Detail-Line
               after advancing 1 lines.

       5000-Write-Proof-Totals.
           move Debit-Total to debit-cl
           write Output-Printer-Record from Debit-Total-Line
               after advancing 3 lines
           move Credit-Total to credit-cl
           write Output-Printer-Record from Credit-Total-Line
               after advancing 1 lines

           move "Rows on file:" to count-tie-label
           move rows-read to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 2 lines
           move "Rows journaled this run:" to count-tie-label
           move rows-journaled to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 1 lines
           move "Issues journaled:" to money-tie-label
           move Run-Issue-Total to money-tie-cl
           write Output-Printer-Record from Money-Tie-Line
               after advancing 1 lines
           move "Redemptions journaled:" to money-tie-label
           move Run-Redeem-Total to money-tie-cl
           write Output-Printer-Record from Money-Tie-Line
               after advancing 1 lines
           if rows-held > zero
               move "Held for next run, table full:"
                   to count-tie-label
               move rows-held to count-tie-cl
               write Output-Printer-Record from Count-Tie-Line
                   after advancing 1 lines
           end-if.
