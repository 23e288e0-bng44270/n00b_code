       identification division.
       program-id.  prg156.
       author.  Andy Carlson.

      *    Vendor rebate claim - run after an agreement's end date
      *    to send the vendor what it owes.  Every agreement on
      *    REBATE.DAT that has ended and not yet been claimed gets
      *    a claim of its own, a fresh page with the vendor's name,
      *    contact and phone off VENDMST.DAT, the agreement dates
      *    and tiers, and every PODATA.DAT receipt that qualifies -
      *    the same received-inside-the-dates rule PRG155 accrues
      *    on - with its extended cost, then the purchases total,
      *    the tier reached and the rebate claimed.  If the claim
      *    differs from what PRG155 has accrued (receipts since the
      *    last month end), the difference is journaled to
      *    gljrnl.dat the way PRG155 journals a change, so the
      *    receivable stands at the amount claimed.  The agreement
      *    is then stamped claimed, and accrues and prints no more.
      *    Tags on glacct.dat (defaults in brackets):
      *        REBRECV  vendor rebates receivable  (1260)
      *        REBINC   vendor rebate income       (5200)

       environment division.
       input-output section.
       file-control.
           select optional Rebate-File assign to disk "rebate.dat"
                  organization is indexed
                  access is dynamic
                  record key is Reb-Key.

           select optional Po-File assign to disk "podata.dat"
                  organization is line sequential.

           select optional Vendor-File assign to disk "vendmst.dat"
                  organization is indexed
                  access is random
                  record key is Vendor-Code-VM.

           select optional Gl-Account-File assign to disk
                  "glacct.dat"
                  organization is line sequential.

           select optional Gl-Journal-File assign to disk
                  "gljrnl.dat"
                  organization is line sequential.

           select Output-Printer-File assign to printer "lpt1".

       data division.
       file section.
       fd Rebate-File.
       copy rebrec.

       fd Po-File.
       copy porec.

       fd Vendor-File.
       copy vendrec.

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
       01 reb-eof-flag         pic xxx value spaces.
           88 reb-end          value 'YES'.
       01 po-eof-flag          pic xxx value spaces.
           88 po-end           value 'YES'.
       01 acct-eof-flag        pic xxx value spaces.
           88 acct-end         value 'YES'.

       01 Account-Table.
           03 Acct-Rebrecv     pic x(8) value "1260".
           03 Acct-Rebinc      pic x(8) value "5200".

       01 Run-Date-Formatted.
           03 rdf-mm            pic 99.
           03                   pic x value "/".
           03 rdf-dd            pic 99.
           03                   pic x value "/".
           03                   pic xx value "20".
           03 rdf-yy            pic 99.
       01 Today-Date-Key       pic 9(8).

      *    The agreements due a claim this run.
       01 Claim-Table.
           03 Claim-Entry occurs 200 times.
               05 Cl-Vendor        pic x(6).
               05 Cl-Start         pic 9(8).
       01 Claim-Count          pic 9(3) value zero.
       01 Claim-Index          pic 9(3).

      *    A PODATA.DAT date, mm/dd/yyyy, folded to yyyymmdd.
       01 Line-Date-Work.
           03 ldw-mm           pic 99.
           03                  pic x.
           03 ldw-dd           pic 99.
           03                  pic x.
           03 ldw-yyyy         pic 9(4).
       01 Line-Date-Key        pic 9(8).
       01 Line-Amount          pic 9(11)v99.

       01 Claim-Purchases      pic 9(11)v99.
       01 Claim-Line-Count     pic 9(5).
       01 Tier-Index           pic 9.
       01 Tier-Reached         pic 9.
       01 Tier-Percent         pic 99v99.
       01 Claim-Rebate         pic 9(9)v99.
       01 Accrual-Change       pic s9(9)v99.

       01 agreements-read      pic 9(5) value zero.
       01 claims-printed       pic 9(5) value zero.
       01 journal-row-count    pic 9(5) value zero.
       01 Debit-Total          pic 9(11)v99 value zero.
       01 Credit-Total         pic 9(11)v99 value zero.
       01 Company-Claimed      pic 9(11)v99 value zero.

       01 Claim-Heading-Line.
           03                  pic x(44)
               value "** VENDOR VOLUME REBATE CLAIM **".
           03                  pic x(6) value "DATE: ".
           03 run-date-hd      pic x(10).

       01 Claim-From-Line.
           03                  pic x(13) value "FROM: CAR3872".

       01 Claim-Vendor-Line.
           03                  pic x(8) value "VENDOR: ".
           03 vendor-hd        pic x(6).
           03                  pic x(3) value spaces.
           03 vendor-name-hd   pic x(25).
           03                  pic x(3) value spaces.
           03 vendor-phone-hd  pic x(12).

       01 Claim-Contact-Line.
           03                  pic x(9) value "CONTACT: ".
           03 vendor-contact-hd pic x(20).

       01 Claim-Dates-Line.
           03                  pic x(18) value "AGREEMENT PERIOD: ".
           03 start-hd         pic 9(8).
           03                  pic x(4) value " TO ".
           03 end-hd           pic 9(8).

       01 Tier-Line.
           03                  pic x(8) value "  TIER ".
           03 tier-tl          pic 9.
           03                  pic x(17) value "  PURCHASES OVER ".
           03 threshold-tl     pic $$$,$$$,$$9.99.
           03                  pic x(9) value "   EARNS ".
           03 percent-tl       pic z9.99.
           03                  pic x value "%".

       01 Receipt-Column-Line.
           03                  pic x(8) value "PO #".
           03                  pic x(7) value "ST/DP".
           03                  pic x(11) value "PROD. CODE".
           03                  pic x(21) value "DESCRIPTION".
           03                  pic x(12) value "RECEIVED".
           03                  pic x(9) value "     QTY".
           03                  pic x(11) value "  UNIT COST".
           03                  pic x(16) value "        EXTENDED".

       01 Receipt-Detail-Line.
           03 order-dl         pic 9(6).
           03                  pic x(2) value spaces.
           03 store-dl         pic x(2).
           03                  pic x value "/".
           03 dept-dl          pic x(2).
           03                  pic x(2) value spaces.
           03 product-dl       pic x(10).
           03                  pic x value space.
           03 description-dl   pic x(20).
           03                  pic x value space.
           03 received-dl      pic x(10).
           03                  pic x(2) value spaces.
           03 quantity-dl      pic zzz,zz9.
           03                  pic x(2) value spaces.
           03 unit-cost-dl     pic $$,$$9.99.
           03                  pic x(2) value spaces.
           03 extended-dl      pic $$$,$$$,$$9.99.

       01 Claim-Total-Line.
           03 claim-total-label pic x(36).
           03 claim-total-cl   pic $$,$$$,$$$,$$9.99-.

       01 Claim-Tier-Line.
           03                  pic x(20) value "TIER REACHED:".
           03 tier-reached-cl  pic 9.
           03                  pic x(4) value " AT ".
           03 tier-percent-cl  pic z9.99.
           03                  pic x value "%".

       01 No-Tier-Line.
           03                  pic x(44)
               value "PURCHASES DID NOT REACH A TIER - NO REBATE".

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
           03 gj-description-dl pic x(30).
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
           03 money-tie-cl     pic $$,$$$,$$$,$$9.99-.

       01 Count-Tie-Line.
           03 count-tie-label  pic x(36).
           03 count-tie-cl     pic zzz,zz9.

       01 Nothing-Line.
           03                  pic x(40)
               value "No agreements ended and unclaimed.".

       procedure division.
       1000-Main-Logic.
           accept date-accept-record from date
           move mm of date-accept-record to rdf-mm
           move dd of date-accept-record to rdf-dd
           move yy of date-accept-record to rdf-yy
           compute Today-Date-Key =
               (2000 + yy of date-accept-record) * 10000
               + mm of date-accept-record * 100
               + dd of date-accept-record

           perform 1500-Load-Account-Map

           open i-o Rebate-File
           perform 1600-Load-Agreement
               until reb-end

           open output Output-Printer-File
           open input Vendor-File
           open extend Gl-Journal-File
           perform 2000-Claim-One-Agreement
               varying Claim-Index from 1 by 1
               until Claim-Index > Claim-Count
           close Gl-Journal-File
           close Vendor-File
           close Rebate-File

           if Claim-Count = zero
               move Run-Date-Formatted to run-date-hd
               write Output-Printer-Record from Claim-Heading-Line
                   after advancing page
               write Output-Printer-Record from Nothing-Line
                   after advancing 3 lines
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
                       when "REBRECV"
                           move ga-account to Acct-Rebrecv
                       when "REBINC"
                           move ga-account to Acct-Rebinc
                   end-evaluate
           end-read.

       1600-Load-Agreement.
           read Rebate-File next record
               at end move "YES" to reb-eof-flag
               not at end
                   add 1 to agreements-read
                   if Reb-Claim-Date-RA = spaces
                           and Reb-End-RA < Today-Date-Key
                           and Claim-Count < 200
                       add 1 to Claim-Count
                       move Reb-Vendor-RA to Cl-Vendor (Claim-Count)
                       move Reb-Start-RA to Cl-Start (Claim-Count)
                   end-if
           end-read.

       2000-Claim-One-Agreement.
           move Cl-Vendor (Claim-Index) to Reb-Vendor-RA
           move Cl-Start (Claim-Index) to Reb-Start-RA
           read Rebate-File
               invalid key
                   continue
               not invalid key
                   add 1 to claims-printed
                   perform 2100-Print-Claim-Heading
                   move zero to Claim-Purchases Claim-Line-Count
                   move "NO" to po-eof-flag
                   open input Po-File
                   perform 2300-Read-Po-Line
                       until po-end
                   close Po-File
                   perform 2500-Figure-Claim
                   perform 2600-Print-Claim-Totals
                   compute Accrual-Change =
                       Claim-Rebate - Reb-Accrued-RA
                   if Accrual-Change not = zero
                       perform 3000-Journal-True-Up
                   end-if
                   move Claim-Rebate to Reb-Accrued-RA
                   move Run-Date-Formatted to Reb-Claim-Date-RA
                   rewrite Rebate-Agreement-Record
                   end-rewrite
           end-read.

       2100-Print-Claim-Heading.
           move Run-Date-Formatted to run-date-hd
           write Output-Printer-Record from Claim-Heading-Line
               after advancing page
           write Output-Printer-Record from Claim-From-Line
               after advancing 2 lines
           move Reb-Vendor-RA to vendor-hd
           move Reb-Vendor-RA to Vendor-Code-VM
           move spaces to vendor-name-hd vendor-phone-hd
                          vendor-contact-hd
           read Vendor-File
               invalid key
                   move "** NOT ON VENDOR MST **" to vendor-name-hd
               not invalid key
                   move Vendor-Name-VM to vendor-name-hd
                   move Vendor-Phone-VM to vendor-phone-hd
                   move Vendor-Contact-VM to vendor-contact-hd
           end-read
           write Output-Printer-Record from Claim-Vendor-Line
               after advancing 1 lines
           write Output-Printer-Record from Claim-Contact-Line
               after advancing 1 lines
           move Reb-Start-RA to start-hd
           move Reb-End-RA to end-hd
           write Output-Printer-Record from Claim-Dates-Line
               after advancing 2 lines
           perform 2150-Print-One-Tier
               varying Tier-Index from 1 by 1
               until Tier-Index > 5
           write Output-Printer-Record from Receipt-Column-Line
               after advancing 2 lines
           move spaces to Output-Printer-Record
           write Output-Printer-Record after advancing 1 lines.

       2150-Print-One-Tier.
           if Reb-Percent-RA (Tier-Index) > zero
               move Tier-Index to tier-tl
               move Reb-Threshold-RA (Tier-Index) to threshold-tl
               move Reb-Percent-RA (Tier-Index) to percent-tl
               write Output-Printer-Record from Tier-Line
                   after advancing 1 lines
           end-if.

       2300-Read-Po-Line.
           read Po-File
               at end move "YES" to po-eof-flag
               not at end
                   if Vendor-Code-PO = Reb-Vendor-RA
                           and Received-Qty-PO is numeric
                           and Received-Qty-PO > zero
                       perform 2350-Date-Po-Line
                       if Line-Date-Key not < Reb-Start-RA
                               and Line-Date-Key not > Reb-End-RA
                           perform 2400-Print-Receipt-Line
                       end-if
                   end-if
           end-read.

      *    The day the line filled, or its order date while it is
      *    still open with only part of the order in - PRG155's
      *    rule, so the claim matches the accrual.
       2350-Date-Po-Line.
           if Received-Date-PO not = spaces
               move Received-Date-PO to Line-Date-Work
           else
               move Order-Date-PO to Line-Date-Work
           end-if
           if ldw-mm is numeric and ldw-dd is numeric
                   and ldw-yyyy is numeric
               compute Line-Date-Key =
                   ldw-yyyy * 10000 + ldw-mm * 100 + ldw-dd
           else
               move zero to Line-Date-Key
           end-if.

       2400-Print-Receipt-Line.
           compute Line-Amount = Received-Qty-PO * Unit-Cost-PO
           add Line-Amount to Claim-Purchases
           add 1 to Claim-Line-Count
           move Order-Number-PO to order-dl
           move Store-Number-PO to store-dl
           move Dept-Number-PO to dept-dl
           move Product-Code-PO to product-dl
           move Description-PO to description-dl
           if Received-Date-PO not = spaces
               move Received-Date-PO to received-dl
           else
               move Order-Date-PO to received-dl
           end-if
           move Received-Qty-PO to quantity-dl
           move Unit-Cost-PO to unit-cost-dl
           move Line-Amount to extended-dl
           write Output-Printer-Record from Receipt-Detail-Line
               after advancing 1 lines.

       2500-Figure-Claim.
           move zero to Tier-Reached Tier-Percent Claim-Rebate
           perform 2550-Check-One-Tier
               varying Tier-Index from 1 by 1
               until Tier-Index > 5
           if Tier-Reached > zero
               compute Claim-Rebate rounded =
                   Claim-Purchases * Tier-Percent / 100
           end-if
           add Claim-Rebate to Company-Claimed.

       2550-Check-One-Tier.
           if Reb-Percent-RA (Tier-Index) > zero
                   and Claim-Purchases
                       not < Reb-Threshold-RA (Tier-Index)
               move Tier-Index to Tier-Reached
               move Reb-Percent-RA (Tier-Index) to Tier-Percent
           end-if.

       2600-Print-Claim-Totals.
           move "Qualifying receipts:" to claim-total-label
           move Claim-Line-Count to claim-total-cl
           write Output-Printer-Record from Claim-Total-Line
               after advancing 2 lines
           move "Qualifying purchases:" to claim-total-label
           move Claim-Purchases to claim-total-cl
           write Output-Printer-Record from Claim-Total-Line
               after advancing 1 lines
           if Tier-Reached > zero
               move Tier-Reached to tier-reached-cl
               move Tier-Percent to tier-percent-cl
               write Output-Printer-Record from Claim-Tier-Line
                   after advancing 1 lines
           else
               write Output-Printer-Record from No-Tier-Line
                   after advancing 1 lines
           end-if
           move "REBATE CLAIMED:" to claim-total-label
           move Claim-Rebate to claim-total-cl
           write Output-Printer-Record from Claim-Total-Line
               after advancing 2 lines.

      *    Claim over the accrual: receivable debit, income credit.
      *    Under it: the other way round.  Company level.
       3000-Journal-True-Up.
           move Run-Date-Formatted to gj-date
           move spaces to gj-cost-center
           if Accrual-Change > zero
               move Accrual-Change to gj-amount
               move Acct-Rebrecv to gj-account
               move "D" to gj-dc
               move spaces to gj-description
               string "Rebate claim true-up " delimited by size
                      Reb-Vendor-RA delimited by size
                      into gj-description
               perform 4000-Write-Journal-Row
               move Acct-Rebinc to gj-account
               move "C" to gj-dc
               move spaces to gj-description
               string "Rebate earned " delimited by size
                      Reb-Vendor-RA delimited by size
                      into gj-description
               perform 4000-Write-Journal-Row
           else
               compute gj-amount = zero - Accrual-Change
               move Acct-Rebinc to gj-account
               move "D" to gj-dc
               move spaces to gj-description
               string "Rebate reduced " delimited by size
                      Reb-Vendor-RA delimited by size
                      into gj-description
               perform 4000-Write-Journal-Row
               move Acct-Rebrecv to gj-account
               move "C" to gj-dc
               move spaces to gj-description
               string "Rebate claim true-up " delimited by size
                      Reb-Vendor-RA delimited by size
                      into gj-description
               perform 4000-Write-Journal-Row
           end-if.

       4000-Write-Journal-Row.
           move "PRG156" to gj-source
           write Gl-Journal-Record
           add 1 to journal-row-count
           if gj-dc = "D"
               add gj-amount to Debit-Total
           else
               add gj-amount to Credit-Total
           end-if.

      *    The journal proof goes on a page of its own behind the
      *    claims, so the claims can be mailed as they print.
       5000-Write-Proof-Totals.
           move Debit-Total to debit-cl
           write Output-Printer-Record from Debit-Total-Line
               after advancing page
           move Credit-Total to credit-cl
           write Output-Printer-Record from Credit-Total-Line
               after advancing 1 lines
           move "Rebates claimed this run:" to money-tie-label
           move Company-Claimed to money-tie-cl
           write Output-Printer-Record from Money-Tie-Line
               after advancing 2 lines
           move "Agreements on file:" to count-tie-label
           move agreements-read to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 2 lines
           move "Claims printed:" to count-tie-label
           move claims-printed to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 1 lines
           move "Journal rows written:" to count-tie-label
           move journal-row-count to count-tie-cl
           write Output-Printer-Record from Count-Tie-Line
               after advancing 1 lines.
