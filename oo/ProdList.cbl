       cbl thread,pgmname(longmixed)
      ******************************************************************
      * ProdList.cbl                                                   *
      *----------------------------------------------------------------*
      * Product catalog listing: every PRODUCTS row with its terms,   *
      * active or withdrawn, and the number of accounts on ACCTMAST   *
      * that price under it -- an account with no product code counts *
      * against the base product of its type, exactly the resolution  *
      * ProdLook applies at run time.  Accounts on a code the catalog *
      * does not carry (they price as their base product) are counted *
      * at the foot of the listing for the product desk to clear up.  *
      * The pricing review signs off on this listing beside FeeList's. *
      ******************************************************************
       Identification division.
       Program-id. "ProdList".
       Environment division.
       Input-Output Section.
       File-Control.
           Select ProductFile Assign to "PRODUCTS"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Prod-Code
               File Status is ProductFileStatus.
           Select AcctMasterFile Assign to "ACCTMAST"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Master-Account-Number
               File Status is AcctMasterStatus.
           Select ProductListing Assign to "PRODLIST"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  ProductFile.
           Copy ProdRec.
       FD  AcctMasterFile.
           Copy AcctRec.
       FD  ProductListing.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  ProductFileStatus      pic X(02) value spaces.
           88 ProductFileOK          value "00".
       01  AcctMasterStatus       pic X(02) value spaces.
           88 AcctMasterOK           value "00".
       01  ReportFileStatus       pic X(02) value spaces.
       01  ProdEOF-Switch         pic X(01) value "N".
           88 NoMoreProductRecords   value "Y".
       01  MasterEOF-Switch       pic X(01) value "N".
           88 NoMoreMasterRecords    value "Y".
       01  ProdMatch-Switch       pic X(01) value "N".
           88 ProductMatched         value "Y".

       01  Business-Date          pic 9(8) value zero.
       01  Wanted-Code            pic X(04) value spaces.
       01  Prod-Search            pic 9(3) value zero.
       01  Prod-Found-Index       pic 9(3) value zero.
       01  ProductsListed         pic 9(3) value zero.
       01  ProductsWithdrawn      pic 9(3) value zero.
       01  AccountsCounted        pic 9(7) value zero.
       01  AccountsUncataloged    pic 9(7) value zero.

       01  ProdCount              pic 9(3) value zero.
       01  Product-Table.
           05 Product-Entry occurs 0 to 300 times
                 depending on ProdCount.
              10 PT-Code             pic X(04).
              10 PT-Accounts         pic 9(7).

       01  Heading-Line-1.
           05 Filler              pic X(30) value
              "PRODUCT CATALOG AS OF         ".
           05 H1-Date             pic 9999/99/99.
       01  Heading-Line-2.
           05 Filler              pic X(45) value
              "CODE  DESCRIPTION                    TYPE ST ".
           05 Filler              pic X(45) value
              "   THRESHOLD  FEES RATES CYC OD WDL  ACCOUNTS".
       01  Detail-Line.
           05 D-Code              pic X(04).
           05 Filler              pic X(02) value spaces.
           05 D-Description       pic X(30).
           05 Filler              pic X(01) value spaces.
           05 D-Base-Type         pic X(01).
           05 Filler              pic X(04) value spaces.
           05 D-Status            pic X(01).
           05 Filler              pic X(03) value spaces.
           05 D-Threshold         pic $$$,$$$,$$9.
           05 Filler              pic X(02) value spaces.
           05 D-Fee-Set           pic X(01).
           05 Filler              pic X(04) value spaces.
           05 D-Rate-Table        pic X(04).
           05 Filler              pic X(02) value spaces.
           05 D-Stmt-Cycle        pic X(01).
           05 Filler              pic X(03) value spaces.
           05 D-OD-Eligible       pic X(01).
           05 Filler              pic X(02) value spaces.
           05 D-Limit             pic ZZ9.
           05 Filler              pic X(03) value spaces.
           05 D-Accounts          pic ZZZ,ZZ9.
       01  Summary-Line.
           05 S-Label             pic X(36).
           05 S-Count             pic ZZZ,ZZ9.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 2000-Count-One-Account
               Until NoMoreMasterRecords
           Perform 3000-List-Catalog
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "ProdList: product catalog listing starting"
           Call "GetBusDate" using Business-Date
           Open Output ProductListing
           Move Business-Date to H1-Date
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move Heading-Line-2 to Report-Line
           Write Report-Line
      *  first pass over the catalog: just the codes, for the
      *  account counts
           Open Input ProductFile
           If not ProductFileOK
              Display "ProdList: no PRODUCTS catalog on file, rc="
                      ProductFileStatus
              Move "Y" to ProdEOF-Switch
           End-If
           Perform 1100-Read-Catalog
           Perform 1200-Load-One-Code
               Until NoMoreProductRecords
           If ProductFileOK or ProductFileStatus = "10"
              Close ProductFile
           End-If
           Open Input AcctMasterFile
           If not AcctMasterOK
              Display "ProdList: unable to open ACCTMAST, rc="
                      AcctMasterStatus
              Move "Y" to MasterEOF-Switch
           End-If
           Perform 1300-Read-Master.

       1100-Read-Catalog.
           If not NoMoreProductRecords
              Read ProductFile Next Record
                  At End
                      Move "Y" to ProdEOF-Switch
              End-Read
           End-If.

       1200-Load-One-Code.
           If ProdCount < 300
              Add 1 to ProdCount
              Move Prod-Code to PT-Code(ProdCount)
              Move zero      to PT-Accounts(ProdCount)
           Else
              Display "ProdList: product table full, product "
                      Prod-Code " not counted"
           End-If
           Perform 1100-Read-Catalog.

       1300-Read-Master.
           If not NoMoreMasterRecords
              Read AcctMasterFile Next Record
                  At End
                      Move "Y" to MasterEOF-Switch
              End-Read
           End-If.

       2000-Count-One-Account.
           If not Master-Status-Closed
              Add 1 to AccountsCounted
              Move Master-Product-Code to Wanted-Code
              If Wanted-Code = spaces
                 Move Master-Account-Type to Wanted-Code
              End-If
              Perform 2100-Find-Product
              If Prod-Found-Index = zero
                    and Wanted-Code not = Master-Account-Type
                 Add 1 to AccountsUncataloged
                 Move Master-Account-Type to Wanted-Code
                 Perform 2100-Find-Product
              End-If
              If Prod-Found-Index > zero
                 Add 1 to PT-Accounts(Prod-Found-Index)
              End-If
           End-If
           Perform 1300-Read-Master.

       2100-Find-Product.
           Move "N" to ProdMatch-Switch
           Move zero to Prod-Found-Index
           Perform 2110-Match-One-Product
               Varying Prod-Search from 1 by 1
               Until Prod-Search > ProdCount
                  or ProductMatched.

       2110-Match-One-Product.
           If PT-Code(Prod-Search) = Wanted-Code
              Move Prod-Search to Prod-Found-Index
              Set ProductMatched to true
           End-If.

      *****************************************************************
      * Second pass over the catalog, in key order, printing each     *
      * product beside the count the scan gave it.                    *
      *****************************************************************
       3000-List-Catalog.
           Move "N" to ProdEOF-Switch
           Open Input ProductFile
           If not ProductFileOK
              Exit Paragraph
           End-If
           Perform 1100-Read-Catalog
           Perform 3100-List-One-Product
               Until NoMoreProductRecords
           Close ProductFile.

       3100-List-One-Product.
           Add 1 to ProductsListed
           If Prod-Is-Withdrawn
              Add 1 to ProductsWithdrawn
           End-If
           Move Prod-Code             to D-Code
           Move Prod-Description      to D-Description
           Move Prod-Base-Type        to D-Base-Type
           Move Prod-Status           to D-Status
           If D-Status = space
              Move "A" to D-Status
           End-If
           Move Prod-MinBal-Threshold to D-Threshold
           Move Prod-Fee-Set          to D-Fee-Set
           Move Prod-Rate-Table-Id    to D-Rate-Table
           Move Prod-Stmt-Cycle       to D-Stmt-Cycle
           Move Prod-OD-Eligible      to D-OD-Eligible
           Move Prod-Withdrawal-Limit to D-Limit
           Move Prod-Code to Wanted-Code
           Perform 2100-Find-Product
           If Prod-Found-Index > zero
              Move PT-Accounts(Prod-Found-Index) to D-Accounts
           Else
              Move zero to D-Accounts
           End-If
           Move Detail-Line to Report-Line
           Write Report-Line
           Perform 1100-Read-Catalog.

       9000-Terminate.
           If AcctMasterOK or AcctMasterStatus = "10"
              Close AcctMasterFile
           End-If
           Move spaces to Report-Line
           Write Report-Line
           Move "PRODUCTS LISTED:" to S-Label
           Move ProductsListed to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "WITHDRAWN FROM SALE:" to S-Label
           Move ProductsWithdrawn to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "ACCOUNTS COUNTED:" to S-Label
           Move AccountsCounted to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Move "ACCOUNTS ON CODES NOT IN CATALOG:" to S-Label
           Move AccountsUncataloged to S-Count
           Move Summary-Line to Report-Line
           Write Report-Line
           Close ProductListing
           Display "ProdList: products=" ProductsListed
                   " accounts=" AccountsCounted
                   " uncataloged=" AccountsUncataloged.

       End program "ProdList".
