           End-If.

       2200-Note-One-Run.
      *  GetParm's stage-99 parameter rows are not stage runs
           If RunHist-Parameter-Row
              Perform 2100-Read-History
              Exit Paragraph
           End-If
           If RunHist-Business-Date >= Range-From-Date
                 and RunHist-Business-Date <= Range-To-Date
              Move "N" to RunMatch-Switch
