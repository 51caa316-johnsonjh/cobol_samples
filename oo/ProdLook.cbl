       cbl thread,pgmname(longmixed)
      ******************************************************************
      * ProdLook.cbl                                                   *
      *----------------------------------------------------------------*
      * Product catalog resolution, CALLed by the pricing and accrual  *
      * programs before anything type-driven: the account's product    *
      * code and account type in, the PRODUCTS row it prices under     *
      * out, with "Y" in the found flag.  The catalog is read ONCE per *
      * run unit (the FeeLook caching convention).  A blank code looks *
      * up the base product of the account type -- code equal to the   *
      * type letter -- so the catalog can reprice a whole type without *
      * touching an account; so does a code no longer on file.  When   *
      * nothing is on file the row handed back is the built-in base    *
      * product (fee set and base type the account type, standard rate *
      * tiers, cycle "1", overdraft allowed, no withdrawal limit, no   *
      * threshold) with "N" in the found flag, and the caller keeps    *
      * the behavior it had before the catalog existed.                *
      ******************************************************************
       Identification division.
       Program-id. "ProdLook".
       Environment division.
       Input-Output Section.
       File-Control.
           Select ProductFile Assign to "PRODUCTS"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is Product-File-Code
               File Status is ProductFileStatus.
       Data Division.
       File Section.
       FD  ProductFile.
       01  Product-File-Record.
           05 Product-File-Code     pic X(04).
           05 Filler                pic X(73).

       Working-Storage Section.
       01  ProductFileStatus      pic X(02) value spaces.
           88 ProductFileOK          value "00".
       01  ProdEOF-Switch         pic X(01) value "N".
           88 NoMoreProductRecords   value "Y".
       01  Loaded-Switch          pic X(01) value "N".
           88 CatalogLoaded          value "Y".
       01  ProdMatch-Switch       pic X(01) value "N".
           88 ProductMatched         value "Y".

       01  Wanted-Code            pic X(04) value spaces.
       01  Prod-Search            pic 9(3) value zero.
       01  Prod-Found-Index       pic 9(3) value zero.

       01  ProdCount              pic 9(3) value zero.
       01  Product-Table.
           05 Product-Entry occurs 0 to 300 times
                 depending on ProdCount.
              10 PT-Code             pic X(04).
              10 PT-Image            pic X(77).

       Linkage Section.
       01  inProductCode          pic X(04).
       01  inAccountType          pic X(01).
           Copy ProdRec.
       01  outFound               pic X(01).

       Procedure Division using inProductCode inAccountType
                                Product-Record outFound.
       0000-Mainline.
           If not CatalogLoaded
              Perform 1000-Load-Catalog
           End-If
           Move inProductCode to Wanted-Code
           If Wanted-Code = spaces
              Move inAccountType to Wanted-Code
           End-If
           Perform 2000-Find-Product
           If Prod-Found-Index = zero
                 and Wanted-Code not = inAccountType
              Move inAccountType to Wanted-Code
              Perform 2000-Find-Product
           End-If
           If Prod-Found-Index > zero
              Move PT-Image(Prod-Found-Index) to Product-Record
              Move "Y" to outFound
              Perform 2200-Fill-Blank-Terms
           Else
              Perform 2300-Build-Base-Product
              Move "N" to outFound
           End-If
           Goback.

       1000-Load-Catalog.
           Move "Y" to Loaded-Switch
           Move "N" to ProdEOF-Switch
           Open Input ProductFile
           If not ProductFileOK
              Display "ProdLook: no PRODUCTS catalog, built-in "
                      "products apply, rc=" ProductFileStatus
              Exit Paragraph
           End-If
           Perform 1100-Read-Catalog
           Perform 1200-Load-One-Product
               Until NoMoreProductRecords
           Close ProductFile.

       1100-Read-Catalog.
           If not NoMoreProductRecords
              Read ProductFile Next Record
                  At End
                      Move "Y" to ProdEOF-Switch
              End-Read
           End-If.

       1200-Load-One-Product.
           If ProdCount < 300
              Add 1 to ProdCount
              Move Product-File-Code   to PT-Code(ProdCount)
              Move Product-File-Record to PT-Image(ProdCount)
           Else
              Display "ProdLook: product table full, product "
                      Product-File-Code " skipped"
           End-If
           Perform 1100-Read-Catalog.

       2000-Find-Product.
           Move "N" to ProdMatch-Switch
           Move zero to Prod-Found-Index
           Perform 2100-Match-One-Product
               Varying Prod-Search from 1 by 1
               Until Prod-Search > ProdCount
                  or ProductMatched.

       2100-Match-One-Product.
           If PT-Code(Prod-Search) = Wanted-Code
              Move Prod-Search to Prod-Found-Index
              Set ProductMatched to true
           End-If.

      *****************************************************************
      * Terms a catalog row may leave blank take their defaults here, *
      * so no caller has to know them.                                *
      *****************************************************************
       2200-Fill-Blank-Terms.
           If Prod-Base-Type = space
              Move inAccountType to Prod-Base-Type
           End-If
           If Prod-Fee-Set = space
              Move Prod-Base-Type to Prod-Fee-Set
           End-If
           If Prod-Stmt-Cycle = space
              Move "1" to Prod-Stmt-Cycle
           End-If
           If Prod-OD-Eligible = space
              Move "Y" to Prod-OD-Eligible
           End-If
           If Prod-MinBal-Threshold < zero
              Move zero to Prod-MinBal-Threshold
           End-If
           If Prod-Withdrawal-Limit not numeric
              Move zero to Prod-Withdrawal-Limit
           End-If.

       2300-Build-Base-Product.
           Move spaces to Product-Record
           Move Wanted-Code   to Prod-Code
           Move "BASE PRODUCT" to Prod-Description
           Move inAccountType to Prod-Base-Type
           Move "A"           to Prod-Status
           Move zero          to Prod-MinBal-Threshold
           Move inAccountType to Prod-Fee-Set
           Move "1"           to Prod-Stmt-Cycle
           Move "Y"           to Prod-OD-Eligible
           Move zero          to Prod-Withdrawal-Limit
           Move zero          to Prod-Last-Maint-Date.

       End program "ProdLook".
