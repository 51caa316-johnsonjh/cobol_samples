       cbl thread,pgmname(longmixed)
      ******************************************************************
      * HhMail.cbl                                                     *
      *----------------------------------------------------------------*
      * One-per-household mail check, CALLed by the programs that     *
      * mail marketing pieces -- NotEng for a marketing-class notice, *
      * CombStmt for a statement insert -- once a piece is otherwise  *
      * going out to the customer.  Customer number and a piece code  *
      * in (the caller's document code and the notice type or insert  *
      * code); "Y" out when another member of the customer's          *
      * CONFIRMED household has already been sent the same piece in   *
      * this run, with the household number, and the caller leaves   *
      * the piece off.  The pieces sent are remembered in storage for *
      * the life of the run unit, so the first member the caller      *
      * reaches gets the mail.  A customer not on HOUSEHLD, in a      *
      * household still only proposed, or split out of one is never  *
      * suppressed -- nor is anyone when there is no HOUSEHLD file.   *
      ******************************************************************
       Identification division.
       Program-id. "HhMail".
       Environment division.
       Input-Output Section.
       File-Control.
           Select HouseholdFile Assign to "HOUSEHLD"
               Organization is Indexed
               Access Mode is Random
               Record Key is Hh-Customer-Number
               File Status is HouseholdStatus.
       Data Division.
       File Section.
       FD  HouseholdFile.
           Copy Househld.

       Working-Storage Section.
       01  HouseholdStatus        pic X(02) value spaces.
           88 HouseholdOK            value "00".
       01  Row-Switch             pic X(01) value "N".
           88 HouseholdRowFound      value "Y".
       01  Sent-Search            pic 9(5) value zero.
       01  Sent-Switch            pic X(01) value "N".
           88 PieceAlreadySent       value "Y".

      *  every household and piece mailed so far in the run
       01  SentCount              pic 9(5) value zero.
       01  Sent-Table.
           05 Sent-Entry occurs 0 to 20000 times
                 depending on SentCount.
              10 SP-Household        pic 9(6).
              10 SP-Document         pic X(04).
              10 SP-Piece            pic X(04).

       Linkage Section.
       01  inCustomerNumber       pic 9(6).
       01  inDocumentCode         pic X(04).
       01  inPieceCode            pic X(04).
       01  outSuppress            pic X(01).
       01  outHousehold           pic 9(6).

       Procedure Division using inCustomerNumber inDocumentCode
                                inPieceCode outSuppress
                                outHousehold.
       0000-Mainline.
           Move "N"  to outSuppress
           Move zero to outHousehold
           If inCustomerNumber = zero
              Goback
           End-If
           Perform 1000-Find-Household
           If not HouseholdRowFound
              Goback
           End-If
           If not Hh-Confirmed
              Goback
           End-If
           Move Hh-Number to outHousehold
           Perform 2000-Check-Piece-Sent
           Goback.

       1000-Find-Household.
           Move "N" to Row-Switch
           Open Input HouseholdFile
           If not HouseholdOK
              Exit Paragraph
           End-If
           Move inCustomerNumber to Hh-Customer-Number
           Read HouseholdFile
               Invalid Key
                   Continue
               Not Invalid Key
                   Move "Y" to Row-Switch
           End-Read
           Close HouseholdFile.

      *****************************************************************
      * The first member through wins the piece for the household;    *
      * later members are suppressed.  A full table stops remembering *
      * -- the piece then goes out to everyone, never to nobody.      *
      *****************************************************************
       2000-Check-Piece-Sent.
           Move "N" to Sent-Switch
           Perform 2100-Match-One-Piece
               Varying Sent-Search from 1 by 1
               Until Sent-Search > SentCount
                  or PieceAlreadySent
           If PieceAlreadySent
              Move "Y" to outSuppress
              Exit Paragraph
           End-If
           If SentCount < 20000
              Add 1 to SentCount
              Move Hh-Number      to SP-Household(SentCount)
              Move inDocumentCode to SP-Document(SentCount)
              Move inPieceCode    to SP-Piece(SentCount)
           End-If.

       2100-Match-One-Piece.
           If SP-Household(Sent-Search) = Hh-Number
                 and SP-Document(Sent-Search) = inDocumentCode
                 and SP-Piece(Sent-Search) = inPieceCode
              Move "Y" to Sent-Switch
           End-If.

       End program "HhMail".
