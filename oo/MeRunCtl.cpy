               88  MeCtl-FxReval-Done         value 2.
               88  MeCtl-AnalBill-Done        value 3.
               88  MeCtl-Statements-Done      value 4.
               88  MeCtl-ChgOffRpt-Done       value 5.
               88  MeCtl-PodExRpt-Done        value 6.
               88  MeCtl-InsDep-Done          value 7.
               88  MeCtl-MinorConv-Done       value 8.
               88  MeCtl-BkwRmt-Done          value 9.
               88  MeCtl-IntRecon-Done        value 10.
               88  MeCtl-FeeWvRpt-Done        value 11.
               88  MeCtl-RelProf-Done         value 12.
           05  Filler                     pic X(19).
      *************************
      * End of MERUNCTL.CPY   *
