       cbl thread,pgmname(longmixed)
      ******************************************************************
      * FeeExmt.cbl                                                    *
      *----------------------------------------------------------------*
      * Fee-exemption check, CALLed on every fee path before the fee   *
      * is assessed: the account's exemption code and its expiry     *
      * date, the fee code and amount in; "Y" out when the exemption  *
      * waives the fee.  An exemption with a zero expiry never lapses *
      * and one dated before the business date has lapsed.  Every     *
      * waiver is written to FEEWAIVE with the account and branch on  *
      * the spot, so the month-end waived-revenue report sees exactly *
      * what was forgone.  The FEEEXMPT table is read ONCE per run    *
      * unit (the FeeLook caching convention).                         *
      ******************************************************************
       Identification division.
       Program-id. "FeeExmt".
       Environment division.
       Input-Output Section.
       File-Control.
           Select FeeExemptFile Assign to "FEEEXMPT"
               Organization is Sequential
               File Status is FeeExemptStatus.
           Select FeeWaiverFile Assign to "FEEWAIVE"
               Organization is Sequential
               File Status is FeeWaiverStatus.
       Data Division.
       File Section.
       FD  FeeExemptFile.
           Copy FeeExmp.
       FD  FeeWaiverFile.
           Copy FeeWaive.

       Working-Storage Section.
       01  FeeExemptStatus        pic X(02) value spaces.
           88 FeeExemptOK            value "00".
       01  FeeWaiverStatus        pic X(02) value spaces.
       01  ExmpEOF-Switch         pic X(01) value "N".
           88 NoMoreExemptRecords    value "Y".
       01  Loaded-Switch          pic X(01) value "N".
           88 TableLoaded            value "Y".
       01  CodeMatch-Switch       pic X(01) value "N".
           88 ExemptCodeMatched      value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Exmp-Search            pic 9(3) value zero.
       01  Exmp-Found-Index       pic 9(3) value zero.
       01  Fee-Slot               pic 9(2) value zero.

       01  ExmpCount              pic 9(3) value zero.
       01  Exempt-Table.
           05 Exempt-Entry occurs 0 to 100 times
                 depending on ExmpCount.
              10 ET-Code             pic X(02).
              10 ET-Waived-Fee       occurs 10 times pic X(04).

       Linkage Section.
       01  inAccountNumber        pic 9(6).
       01  inBranchCode           pic X(03).
       01  inExemptCode           pic X(02).
       01  inExemptExpiry         pic 9(8).
       01  inFeeCode              pic X(04).
       01  inFeeAmount            pic S9(9) binary.
       01  outWaived              pic X(01).

       Procedure Division using inAccountNumber inBranchCode
                                inExemptCode inExemptExpiry
                                inFeeCode inFeeAmount outWaived.
       0000-Mainline.
           Move "N" to outWaived
           If inExemptCode = spaces or inFeeAmount not > zero
              Goback
           End-If
           If not TableLoaded
              Perform 1000-Load-Table
           End-If
           If inExemptExpiry not = zero
                 and inExemptExpiry < Business-Date
              Goback
           End-If
           Perform 2000-Find-Exempt-Code
           If Exmp-Found-Index = zero
              Goback
           End-If
           Perform 2200-Test-One-Fee-Slot
               Varying Fee-Slot from 1 by 1
               Until Fee-Slot > 10
                  or outWaived = "Y"
           If outWaived = "Y"
              Perform 3000-Log-Waiver
           End-If
           Goback.

       1000-Load-Table.
           Move "Y" to Loaded-Switch
           Call "GetBusDate" using Business-Date
           Move "N" to ExmpEOF-Switch
           Open Input FeeExemptFile
           If not FeeExemptOK
              Display "FeeExmt: no FEEEXMPT table, no fee is "
                      "waived, rc=" FeeExemptStatus
              Exit Paragraph
           End-If
           Perform 1100-Read-Table
           Perform 1200-Load-One-Row
               Until NoMoreExemptRecords
           Close FeeExemptFile.

       1100-Read-Table.
           If not NoMoreExemptRecords
              Read FeeExemptFile
                  At End
                      Move "Y" to ExmpEOF-Switch
              End-Read
           End-If.

       1200-Load-One-Row.
           If ExmpCount < 100
              Add 1 to ExmpCount
              Move Exmp-Code to ET-Code(ExmpCount)
              Perform 1210-Load-One-Fee-Slot
                  Varying Fee-Slot from 1 by 1
                  Until Fee-Slot > 10
           Else
              Display "FeeExmt: exemption table full, code "
                      Exmp-Code " skipped"
           End-If
           Perform 1100-Read-Table.

       1210-Load-One-Fee-Slot.
           Move Exmp-Waived-Fee(Fee-Slot)
             to ET-Waived-Fee(ExmpCount Fee-Slot).

       2000-Find-Exempt-Code.
           Move "N" to CodeMatch-Switch
           Move zero to Exmp-Found-Index
           Perform 2100-Match-One-Code
               Varying Exmp-Search from 1 by 1
               Until Exmp-Search > ExmpCount
                  or ExemptCodeMatched.

       2100-Match-One-Code.
           If ET-Code(Exmp-Search) = inExemptCode
              Move Exmp-Search to Exmp-Found-Index
              Set ExemptCodeMatched to true
           End-If.

       2200-Test-One-Fee-Slot.
           If ET-Waived-Fee(Exmp-Found-Index Fee-Slot) = "****"
              Move "Y" to outWaived
           End-If
           If inFeeCode not = spaces
                 and ET-Waived-Fee(Exmp-Found-Index Fee-Slot)
                     = inFeeCode
              Move "Y" to outWaived
           End-If.

       3000-Log-Waiver.
           Open Extend FeeWaiverFile
           If FeeWaiverStatus = "35"
              Open Output FeeWaiverFile
           End-If
           Move spaces           to Fee-Waiver-Record
           Move Business-Date    to Waive-Date
           Move inAccountNumber  to Waive-Account-Number
           Move inBranchCode     to Waive-Branch-Code
           If Waive-Branch-Code = spaces
              Move "000" to Waive-Branch-Code
           End-If
           Move inExemptCode     to Waive-Exempt-Code
           Move inFeeCode        to Waive-Fee-Code
           Move inFeeAmount      to Waive-Amount
           Write Fee-Waiver-Record
           Close FeeWaiverFile.

       End program "FeeExmt".
