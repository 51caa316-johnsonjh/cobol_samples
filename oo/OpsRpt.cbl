      * whose read count moved by more than half, or whose elapsed    *
      * time more than doubled, is flagged so a night whose shape     *
      * changed gets looked at before it becomes the new normal.      *
      * GetParm's parameter rows (stage 99) are not stages and are    *
      * left to ParmRpt.                                               *
      ******************************************************************
       Identification division.
       Program-id. "OpsRpt" recursive.
           Move "N" to Prior-Seen(Stage-Index).

       2000-Report-One-Row.
           If RunHist-Parameter-Row
              Perform 1100-Read-History
              Exit Paragraph
           End-If
           Perform 2100-Compute-Elapsed
           Perform 2200-Judge-Against-Prior

