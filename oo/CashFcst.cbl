       cbl thread,pgmname(longmixed)
      ******************************************************************
      * CashFcst.cbl                                                   *
      *----------------------------------------------------------------*
      * Vault cash forecast, run after the day's drawers close and    *
      * before the Fed's order cutoff.  The net cash the teller line  *
      * drew from the vault each business day -- vault buys less      *
      * vault sells across every DRAWLEDG drawer; opening floats are  *
      * working fund that comes back with the drawer, not demand --   *
      * is averaged over a history window by day of the week, with    *
      * PROCCAL's month-end business days (the paydays) averaged on   *
      * their own.  Each business day of the next two weeks on        *
      * PROCCAL is forecast off its pattern and carried against the   *
      * vault's position at tonight's close (the latest VAULTPOS      *
      * row).  When the projection would take the vault below the    *
      * policy minimum a currency order goes on the FEDCASH file, for *
      * delivery the next business day, sized to fill the vault to    *
      * the maximum at its projected peak; when it would sit above    *
      * the maximum the excess goes back to the Fed as a return       *
      * shipment, never so much that the projected low falls under   *
      * the minimum.  The history, the pattern and the day-by-day     *
      * projection are printed on CASHFCST.  Tunables (SYSPARM,       *
      * with defaults): VLTWEEKS weeks of history (08, max 26)        *
      * VLTMIN policy minimum in whole dollars (000100000) VLTMAX     *
      * policy maximum in whole dollars (000400000) BANKABA our       *
      * routing number on the order                                    *
      ******************************************************************
       Identification division.
       Program-id. "CashFcst" recursive.
       Environment division.
       Input-Output Section.
       File-Control.
           Select DrawerLedgerFile Assign to "DRAWLEDG"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Drawer-Key
               File Status is DrawerLedgerStatus.
           Select VaultPositionFile Assign to "VAULTPOS"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is Vault-Date
               File Status is VaultPositionStatus.
           Select ProcCalFile Assign to "PROCCAL"
               Organization is Sequential
               File Status is ProcCalFileStatus.
           Select FedCashFile Assign to "FEDCASH"
               Organization is Sequential
               File Status is FedCashStatus.
           Select ForecastReport Assign to "CASHFCST"
               Organization is Line Sequential
               File Status is ReportFileStatus.
       Data Division.
       File Section.
       FD  DrawerLedgerFile.
           Copy DrawLedg.
       FD  VaultPositionFile.
           Copy VaultPos.
       FD  ProcCalFile.
           Copy ProcCal.
       FD  FedCashFile.
           Copy FedCash.
       FD  ForecastReport.
       01  Report-Line              pic X(100).

       Working-Storage Section.
       01  DrawerLedgerStatus     pic X(02) value spaces.
           88 DrawerLedgerOK         value "00".
       01  VaultPositionStatus    pic X(02) value spaces.
           88 VaultPositionOK        value "00".
       01  ProcCalFileStatus      pic X(02) value spaces.
           88 ProcCalFileOK          value "00".
       01  FedCashStatus          pic X(02) value spaces.
       01  ReportFileStatus       pic X(02) value spaces.
       01  DrawerEOF-Switch       pic X(01) value "N".
           88 NoMoreDrawerRecords    value "Y".
       01  VaultEOF-Switch        pic X(01) value "N".
           88 NoMoreVaultRecords     value "Y".
       01  CalEOF-Switch          pic X(01) value "N".
           88 NoMoreCalRecords       value "Y".
       01  DayFound-Switch        pic X(01) value "N".
           88 HistoryDayFound        value "Y".
       01  PositionFound-Switch   pic X(01) value "N".
           88 VaultPositionKnown     value "Y".

       01  Today                  pic 9(8) value zero.
       01  Weeks-Env-Value        pic X(02) value spaces.
       01  History-Weeks          pic 9(2) value 8.
       01  Min-Env-Value          pic X(09) value spaces.
       01  Max-Env-Value          pic X(09) value spaces.
       01  Policy-Min-Dollars     pic 9(9) value 100000.
       01  Policy-Max-Dollars     pic 9(9) value 400000.
       01  Policy-Min             pic S9(11) binary value zero.
       01  Policy-Max             pic S9(11) binary value zero.
       01  Bank-Aba-Env-Value     pic X(09) value spaces.
       01  Bank-Routing-Number    pic 9(9) value zero.
       01  Today-Integer          pic 9(7) value zero.
       01  History-Start-Integer  pic 9(7) value zero.
       01  History-Start          pic 9(8) value zero.
       01  Horizon-End            pic 9(8) value zero.
       01  Date-Integer           pic 9(7) value zero.
       01  Dow-Index              pic 9(1) value zero.
       01  Search-Date            pic 9(8) value zero.
       01  Day-Index              pic 9(3) value zero.
       01  Drawer-Net             pic S9(11) binary value zero.
       01  Strap-Size             pic S9(11) binary value 100000.

      *****************************************************************
      * Every business day in the history window, oldest first off    *
      * PROCCAL, with the teller line's net draw on the vault that    *
      * day.  A day with no drawer activity at all (a branch closed   *
      * for the day, a file gap) stays out of the averages.            *
      *****************************************************************
       01  HistoryCount           pic 9(3) value zero.
       01  History-Day-Table.
           05 History-Day occurs 0 to 200 times
                 depending on HistoryCount
                 ascending key is HD-Date
                 indexed by HD-Idx.
              10 HD-Date             pic 9(8).
              10 HD-Month-End        pic X(01).
              10 HD-Activity         pic X(01).
              10 HD-Demand           pic S9(11) binary.

      *****************************************************************
      * The pattern: average draw by day of the week (Sunday first,   *
      * month-end days left out), the month-end average, and the      *
      * plain average over every active day for a weekday with no     *
      * history of its own.                                            *
      *****************************************************************
       01  Dow-Names-Values       pic X(21) value
           "SUNMONTUEWEDTHUFRISAT".
       01  Dow-Names redefines Dow-Names-Values.
           05 Dow-Name            pic X(03) occurs 7 times.
       01  Dow-Pattern.
           05 Dow-Entry occurs 7 times.
              10 Dow-Total           pic S9(13) binary.
              10 Dow-Count           pic 9(3).
              10 Dow-Average         pic S9(11) binary.
       01  MonthEnd-Total         pic S9(13) binary value zero.
       01  MonthEnd-Count         pic 9(3) value zero.
       01  MonthEnd-Average       pic S9(11) binary value zero.
       01  All-Total              pic S9(13) binary value zero.
       01  All-Count              pic 9(3) value zero.
       01  All-Average            pic S9(11) binary value zero.

      *****************************************************************
      * The next two weeks' business days and the forecast for each:  *
      * the day's draw and the vault position it leaves.               *
      *****************************************************************
       01  FutureCount            pic 9(2) value zero.
       01  Future-Day-Table.
           05 Future-Day occurs 15 times.
              10 FD-Date             pic 9(8).
              10 FD-Month-End        pic X(01).
              10 FD-Dow              pic 9(1).
              10 FD-Basis            pic X(08).
              10 FD-Forecast         pic S9(11) binary.
              10 FD-Position         pic S9(11) binary.

       01  Vault-Position-Now     pic S9(11) binary value zero.
       01  Vault-Position-Date    pic 9(8) value zero.
       01  Cumulative-Demand      pic S9(13) binary value zero.
       01  Projected-Low          pic S9(11) binary value zero.
       01  Projected-Low-Date     pic 9(8) value zero.
       01  Projected-High         pic S9(11) binary value zero.
       01  Shortfall              pic S9(11) binary value zero.
       01  Headroom               pic S9(11) binary value zero.
       01  Request-Amount         pic S9(11) binary value zero.
       01  Request-Type           pic X(01) value spaces.
           88 Request-Is-Order       value "O".
           88 Request-Is-Return      value "R".
       01  Straps                 pic S9(9) binary value zero.
       01  DrawerRowsRead         pic 9(7) value zero.

       01  Heading-Line-1.
           05 Filler              pic X(40) value
              "VAULT CASH FORECAST AND FED CASH ORDER  ".
           05 H1-Date             pic 9999/99/99.
       01  Position-Line.
           05 Filler              pic X(26) value
              "VAULT POSITION AT CLOSE OF".
           05 Filler              pic X(01) value spaces.
           05 P-Date              pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 P-Amount            pic -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  Policy-Line.
           05 Filler              pic X(16) value "POLICY MINIMUM  ".
           05 PL-Min              pic ZZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(18) value "   POLICY MAXIMUM ".
           05 PL-Max              pic ZZZ,ZZZ,ZZ9.99.
       01  Pattern-Heading.
           05 Filler              pic X(20) value
              "DEMAND PATTERN OVER ".
           05 PH-Weeks            pic Z9.
           05 Filler              pic X(21) value
              " WEEKS, AVERAGE DRAW".
       01  Pattern-Line.
           05 Filler              pic X(04) value spaces.
           05 PT-Label            pic X(10).
           05 Filler              pic X(02) value spaces.
           05 PT-Days             pic ZZ9.
           05 Filler              pic X(07) value " DAYS  ".
           05 PT-Average          pic -ZZZ,ZZZ,ZZ9.99.
       01  Projection-Heading.
           05 Filler              pic X(44) value
              "DATE        DAY  M/E BASIS          FORECAST".
           05 Filler              pic X(24) value
              "        POSITION  POLICY".
       01  Projection-Line.
           05 PJ-Date             pic 9999/99/99.
           05 Filler              pic X(02) value spaces.
           05 PJ-Dow              pic X(03).
           05 Filler              pic X(03) value spaces.
           05 PJ-Month-End        pic X(01).
           05 Filler              pic X(02) value spaces.
           05 PJ-Basis            pic X(08).
           05 Filler              pic X(01) value spaces.
           05 PJ-Forecast         pic -ZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(01) value spaces.
           05 PJ-Position         pic -ZZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(02) value spaces.
           05 PJ-Flag             pic X(10).
       01  Request-Line.
           05 RQ-Text             pic X(40).
           05 RQ-Amount           pic ZZZ,ZZZ,ZZ9.99.
           05 Filler              pic X(14) value "  DELIVERY ON ".
           05 RQ-Delivery         pic 9999/99/99.

           Copy ParmReq.

       Procedure Division.
       0000-Mainline.
           Perform 1000-Initialize
           Perform 1500-Load-Calendar
           Perform 2000-Accumulate-Drawers
           Perform 2500-Build-Pattern
           Perform 3000-Find-Vault-Position
           Perform 4000-Project-Two-Weeks
           Perform 5000-Decide-Request
           Perform 6000-Write-Report
           Perform 9000-Terminate
           Goback.

       1000-Initialize.
           Display "CashFcst: vault cash forecast starting"
           Call "GetBusDate" using Today
           Move "CashFcst" to Parm-Req-Program
           Move History-Weeks to Weeks-Env-Value
           Move "VLTWEEKS" to Parm-Req-Name
           Move Weeks-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Weeks-Env-Value
           If Weeks-Env-Value is numeric
                 and Weeks-Env-Value > "00" and Weeks-Env-Value < "27"
              Move Weeks-Env-Value to History-Weeks
           End-If
           Move Policy-Min-Dollars to Min-Env-Value
           Move "VLTMIN" to Parm-Req-Name
           Move Min-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Min-Env-Value
           If Min-Env-Value is numeric
              Move Min-Env-Value to Policy-Min-Dollars
           End-If
           Move Policy-Max-Dollars to Max-Env-Value
           Move "VLTMAX" to Parm-Req-Name
           Move Max-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Max-Env-Value
           If Max-Env-Value is numeric
              Move Max-Env-Value to Policy-Max-Dollars
           End-If
           If Policy-Max-Dollars < Policy-Min-Dollars
              Display "CashFcst: VLTMAX below VLTMIN, using the "
                      "minimum for both"
              Move Policy-Min-Dollars to Policy-Max-Dollars
           End-If
           Compute Policy-Min = Policy-Min-Dollars * 100
           Compute Policy-Max = Policy-Max-Dollars * 100
           Move spaces to Bank-Aba-Env-Value
           Move "BANKABA" to Parm-Req-Name
           Move Bank-Aba-Env-Value to Parm-Req-Value
           Call "GetParm" using Parm-Request
           Move Parm-Req-Value to Bank-Aba-Env-Value
           If Bank-Aba-Env-Value is numeric
              Move Bank-Aba-Env-Value to Bank-Routing-Number
           Else
              Display "CashFcst: no BANKABA routing number, the "
                      "order goes out with zeros"
           End-If
           Compute Today-Integer = Function Integer-Of-Date(Today)
           Compute History-Start-Integer =
               Today-Integer - History-Weeks * 7 + 1
           Move Function Date-Of-Integer(History-Start-Integer)
               to History-Start
           Move Function Date-Of-Integer(Today-Integer + 14)
               to Horizon-End
           Perform 1100-Clear-Pattern
               Varying Dow-Index from 1 by 1 Until Dow-Index > 6
           Move 7 to Dow-Index
           Perform 1100-Clear-Pattern
           Open Output ForecastReport.

       1100-Clear-Pattern.
           Move zero to Dow-Total(Dow-Index) Dow-Count(Dow-Index)
                        Dow-Average(Dow-Index).

      *****************************************************************
      * One PROCCAL pass: the window's business days go to the        *
      * history table, the next two weeks' to the forecast table.     *
      *****************************************************************
       1500-Load-Calendar.
           Open Input ProcCalFile
           If not ProcCalFileOK
              Display "CashFcst: no PROCCAL calendar, rc="
                      ProcCalFileStatus ", nothing to forecast"
              Exit Paragraph
           End-If
           Perform 1510-Read-Calendar
           Perform 1520-Load-One-Calendar-Day
               Until NoMoreCalRecords
           Close ProcCalFile.

       1510-Read-Calendar.
           If not NoMoreCalRecords
              Read ProcCalFile
                  At End
                      Move "Y" to CalEOF-Switch
              End-Read
           End-If.

       1520-Load-One-Calendar-Day.
           If ProcCal-Business-Day
              Evaluate True
                  When ProcCal-Date >= History-Start
                        and ProcCal-Date <= Today
                        and HistoryCount < 200
                      Add 1 to HistoryCount
                      Move ProcCal-Date to HD-Date(HistoryCount)
                      Move ProcCal-Month-End to HD-Month-End
                                                (HistoryCount)
                      Move "N"  to HD-Activity(HistoryCount)
                      Move zero to HD-Demand(HistoryCount)
                  When ProcCal-Date > Today
                        and ProcCal-Date <= Horizon-End
                        and FutureCount < 15
                      Add 1 to FutureCount
                      Move ProcCal-Date to FD-Date(FutureCount)
                      Move ProcCal-Month-End to FD-Month-End
                                                (FutureCount)
                      Move zero to FD-Forecast(FutureCount)
                                   FD-Position(FutureCount)
              End-Evaluate
           End-If
           Perform 1510-Read-Calendar.

      *****************************************************************
      * Every drawer day in the window adds its vault buys less its   *
      * vault sells to that business day's draw.                       *
      *****************************************************************
       2000-Accumulate-Drawers.
           Open Input DrawerLedgerFile
           If not DrawerLedgerOK
              Display "CashFcst: unable to open DRAWLEDG, rc="
                      DrawerLedgerStatus
              Exit Paragraph
           End-If
           Perform 2100-Read-Drawer
           Perform 2200-Add-One-Drawer
               Until NoMoreDrawerRecords
           Close DrawerLedgerFile.

       2100-Read-Drawer.
           If not NoMoreDrawerRecords
              Read DrawerLedgerFile Next Record
                  At End
                      Move "Y" to DrawerEOF-Switch
              End-Read
           End-If.

       2200-Add-One-Drawer.
           If Drawer-Date >= History-Start and Drawer-Date <= Today
              Add 1 to DrawerRowsRead
              Move Drawer-Date to Search-Date
              Perform 2300-Find-History-Day
              If HistoryDayFound
                 Compute Drawer-Net =
                     Drawer-Vault-Buys - Drawer-Vault-Sells
                 Add Drawer-Net to HD-Demand(HD-Idx)
                 Move "Y" to HD-Activity(HD-Idx)
              End-If
           End-If
           Perform 2100-Read-Drawer.

       2300-Find-History-Day.
           Move "N" to DayFound-Switch
           If HistoryCount = zero
              Exit Paragraph
           End-If
           Set HD-Idx to 1
           Search All History-Day
               At End
                   Continue
               When HD-Date(HD-Idx) = Search-Date
                   Move "Y" to DayFound-Switch
           End-Search.

       2500-Build-Pattern.
           Perform 2510-Add-Day-To-Pattern
               Varying Day-Index from 1 by 1
               Until Day-Index > HistoryCount
           Perform 2520-Average-One-Weekday
               Varying Dow-Index from 1 by 1 Until Dow-Index > 6
           Move 7 to Dow-Index
           Perform 2520-Average-One-Weekday
           If MonthEnd-Count > zero
              Compute MonthEnd-Average rounded =
                  MonthEnd-Total / MonthEnd-Count
           End-If
           If All-Count > zero
              Compute All-Average rounded = All-Total / All-Count
           End-If.

       2510-Add-Day-To-Pattern.
           If HD-Activity(Day-Index) not = "Y"
              Exit Paragraph
           End-If
           Add HD-Demand(Day-Index) to All-Total
           Add 1 to All-Count
           If HD-Month-End(Day-Index) = "Y"
              Add HD-Demand(Day-Index) to MonthEnd-Total
              Add 1 to MonthEnd-Count
              Exit Paragraph
           End-If
           Move HD-Date(Day-Index) to Search-Date
           Perform 2600-Set-Weekday
           Add HD-Demand(Day-Index) to Dow-Total(Dow-Index)
           Add 1 to Dow-Count(Dow-Index).

       2520-Average-One-Weekday.
           If Dow-Count(Dow-Index) > zero
              Compute Dow-Average(Dow-Index) rounded =
                  Dow-Total(Dow-Index) / Dow-Count(Dow-Index)
           End-If.

      *  day 1 of the integer calendar (1601-01-01) was a Monday, so
      *  the remainder by 7 is 0 on a Sunday; Dow-Index 1 is Sunday
       2600-Set-Weekday.
           Compute Date-Integer = Function Integer-Of-Date(Search-Date)
           Compute Dow-Index = Function Mod(Date-Integer, 7) + 1.

      *****************************************************************
      * The vault's position tonight: the latest VAULTPOS row on or   *
      * before the business date -- TellDraw writes the day's row on  *
      * its first movement, and an idle day leaves the last one       *
      * standing.                                                      *
      *****************************************************************
       3000-Find-Vault-Position.
           Open Input VaultPositionFile
           If not VaultPositionOK
              Display "CashFcst: unable to open VAULTPOS, rc="
                      VaultPositionStatus
              Exit Paragraph
           End-If
           Perform 3100-Read-Vault-Row
           Perform 3200-Note-One-Vault-Row
               Until NoMoreVaultRecords
           Close VaultPositionFile
           If not VaultPositionKnown
              Display "CashFcst: no VAULTPOS position on or before "
                      Today ", forecasting from zero"
           End-If.

       3100-Read-Vault-Row.
           If not NoMoreVaultRecords
              Read VaultPositionFile Next Record
                  At End
                      Move "Y" to VaultEOF-Switch
              End-Read
           End-If.

       3200-Note-One-Vault-Row.
           If Vault-Date > Today
              Move "Y" to VaultEOF-Switch
              Exit Paragraph
           End-If
           Move Vault-Date     to Vault-Position-Date
           Move Vault-Position to Vault-Position-Now
           Move "Y" to PositionFound-Switch
           Perform 3100-Read-Vault-Row.

      *****************************************************************
      * Each coming business day is forecast off the month-end        *
      * average when it is a month-end day with month-end history,    *
      * off its weekday's average when that weekday has history, and  *
      * off the plain average otherwise.                               *
      *****************************************************************
       4000-Project-Two-Weeks.
           Move zero to Cumulative-Demand
           Move Vault-Position-Now to Projected-Low Projected-High
           Move Today to Projected-Low-Date
           Perform 4100-Project-One-Day
               Varying Day-Index from 1 by 1
               Until Day-Index > FutureCount.

       4100-Project-One-Day.
           Move FD-Date(Day-Index) to Search-Date
           Perform 2600-Set-Weekday
           Move Dow-Index to FD-Dow(Day-Index)
           Evaluate True
               When FD-Month-End(Day-Index) = "Y"
                     and MonthEnd-Count > zero
                   Move MonthEnd-Average to FD-Forecast(Day-Index)
                   Move "MONTHEND" to FD-Basis(Day-Index)
               When Dow-Count(Dow-Index) > zero
                   Move Dow-Average(Dow-Index) to FD-Forecast(Day-Index)
                   Move "WEEKDAY" to FD-Basis(Day-Index)
               When Other
                   Move All-Average to FD-Forecast(Day-Index)
                   Move "ALL DAYS" to FD-Basis(Day-Index)
           End-Evaluate
           Add FD-Forecast(Day-Index) to Cumulative-Demand
           Compute FD-Position(Day-Index) =
               Vault-Position-Now - Cumulative-Demand
           If Day-Index = 1
              Move FD-Position(Day-Index) to Projected-Low
                                             Projected-High
              Move FD-Date(Day-Index) to Projected-Low-Date
           End-If
           If FD-Position(Day-Index) < Projected-Low
              Move FD-Position(Day-Index) to Projected-Low
              Move FD-Date(Day-Index) to Projected-Low-Date
           End-If
           If FD-Position(Day-Index) > Projected-High
              Move FD-Position(Day-Index) to Projected-High
           End-If.

      *****************************************************************
      * An order fills the vault to the maximum at its projected peak *
      * -- the fewest shipments -- and at the least lifts the low to  *
      * the minimum; a return takes the peak down to the maximum      *
      * without letting the low under the minimum.  Both come in      *
      * whole straps: an order rounds up, a return rounds down.        *
      *****************************************************************
       5000-Decide-Request.
           Move zero to Request-Amount
           Move spaces to Request-Type
           If FutureCount = zero
              Exit Paragraph
           End-If
           Evaluate True
               When Projected-Low < Policy-Min
                   Compute Shortfall = Policy-Min - Projected-Low
                   Compute Request-Amount = Policy-Max - Projected-High
                   If Request-Amount < Shortfall
                      Move Shortfall to Request-Amount
                   End-If
                   Compute Straps =
                       (Request-Amount + Strap-Size - 1) / Strap-Size
                   Compute Request-Amount = Straps * Strap-Size
                   Set Request-Is-Order to true
               When Projected-High > Policy-Max
                   Compute Request-Amount = Projected-High - Policy-Max
                   Compute Headroom = Projected-Low - Policy-Min
                   If Request-Amount > Headroom
                      Move Headroom to Request-Amount
                   End-If
                   Compute Straps = Request-Amount / Strap-Size
                   Compute Request-Amount = Straps * Strap-Size
                   If Request-Amount > zero
                      Set Request-Is-Return to true
                   End-If
           End-Evaluate
           If Request-Type not = spaces
              Perform 5100-Write-Fed-Request
           End-If.

       5100-Write-Fed-Request.
           Open Output FedCashFile
           Move spaces to Fed-Cash-Order-Record
           Move Today                to Fcsh-Request-Date
           Move FD-Date(1)           to Fcsh-Delivery-Date
           Move Bank-Routing-Number  to Fcsh-Routing-Number
           Move Request-Type         to Fcsh-Order-Type
           Move Request-Amount       to Fcsh-Amount
           Move Vault-Position-Now   to Fcsh-Vault-Position
           Move Projected-Low        to Fcsh-Projected-Low
           Move Projected-High       to Fcsh-Projected-High
           Write Fed-Cash-Order-Record
           Close FedCashFile.

       6000-Write-Report.
           Move Today to H1-Date
           Move Heading-Line-1 to Report-Line
           Write Report-Line
           Move spaces to Report-Line
           Write Report-Line
           Move Vault-Position-Date to P-Date
           Compute P-Amount = Vault-Position-Now / 100
           Move Position-Line to Report-Line
           Write Report-Line
           Compute PL-Min = Policy-Min / 100
           Compute PL-Max = Policy-Max / 100
           Move Policy-Line to Report-Line
           Write Report-Line
           Move spaces to Report-Line
           Write Report-Line
           Move History-Weeks to PH-Weeks
           Move Pattern-Heading to Report-Line
           Write Report-Line
           Perform 6100-Write-Weekday-Line
               Varying Dow-Index from 1 by 1 Until Dow-Index > 6
           Move 7 to Dow-Index
           Perform 6100-Write-Weekday-Line
           Move spaces to Pattern-Line
           Move "MONTH-END" to PT-Label
           Move MonthEnd-Count to PT-Days
           Compute PT-Average = MonthEnd-Average / 100
           Move Pattern-Line to Report-Line
           Write Report-Line
           Move "ALL DAYS" to PT-Label
           Move All-Count to PT-Days
           Compute PT-Average = All-Average / 100
           Move Pattern-Line to Report-Line
           Write Report-Line
           Move spaces to Report-Line
           Write Report-Line
           Move Projection-Heading to Report-Line
           Write Report-Line
           Perform 6200-Write-Projection-Line
               Varying Day-Index from 1 by 1
               Until Day-Index > FutureCount
           Move spaces to Report-Line
           Write Report-Line
           Perform 6300-Write-Request-Line.

       6100-Write-Weekday-Line.
           If Dow-Count(Dow-Index) = zero
              Exit Paragraph
           End-If
           Move spaces to Pattern-Line
           Move Dow-Name(Dow-Index) to PT-Label
           Move Dow-Count(Dow-Index) to PT-Days
           Compute PT-Average = Dow-Average(Dow-Index) / 100
           Move Pattern-Line to Report-Line
           Write Report-Line.

       6200-Write-Projection-Line.
           Move spaces to Projection-Line
           Move FD-Date(Day-Index) to PJ-Date
           Move Dow-Name(FD-Dow(Day-Index)) to PJ-Dow
           If FD-Month-End(Day-Index) = "Y"
              Move "Y" to PJ-Month-End
           End-If
           Move FD-Basis(Day-Index) to PJ-Basis
           Compute PJ-Forecast = FD-Forecast(Day-Index) / 100
           Compute PJ-Position = FD-Position(Day-Index) / 100
           Evaluate True
               When FD-Position(Day-Index) < Policy-Min
                   Move "BELOW MIN" to PJ-Flag
               When FD-Position(Day-Index) > Policy-Max
                   Move "ABOVE MAX" to PJ-Flag
           End-Evaluate
           Move Projection-Line to Report-Line
           Write Report-Line.

       6300-Write-Request-Line.
           Move spaces to Request-Line
           Evaluate True
               When FutureCount = zero
                   Move "NO BUSINESS DAYS AHEAD ON PROCCAL"
                       to Report-Line
                   Write Report-Line
                   Exit Paragraph
               When Request-Is-Order
                   Move "CURRENCY ORDER FROM THE FED ON FEDCASH"
                       to RQ-Text
               When Request-Is-Return
                   Move "RETURN SHIPMENT TO THE FED ON FEDCASH"
                       to RQ-Text
               When Other
                   Move "POSITION STAYS WITHIN POLICY - NO ORDER"
                       to Report-Line
                   Write Report-Line
                   Exit Paragraph
           End-Evaluate
           Compute RQ-Amount = Request-Amount / 100
           Move FD-Date(1) to RQ-Delivery
           Move Request-Line to Report-Line
           Write Report-Line.

       9000-Terminate.
           Close ForecastReport
           Display "CashFcst: drawer days=" DrawerRowsRead
                   " business days ahead=" FutureCount
                   " request=" Request-Type
                   " amount=" Request-Amount.

       End program "CashFcst".
