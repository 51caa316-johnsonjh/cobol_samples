      ******************************************************************
      * LEGALRET.CPY                                                  *
      *----------------------------------------------------------------*
      * Legal-hold retention log (the LEGALRET file): one record per  *
      * record a purge or archive run kept back because a legal hold  *
      * was in force on it, per matter holding it -- appended by      *
      * LegalChk on behalf of whichever run was purging, and listed   *
      * by LegalRpt as legal's proof that nothing held was destroyed. *
      * Never emptied.  Item codes are the file the record was kept   *
      * on: SNAPSHOT, ACCTMAST, JRNLGENS, and the HouseKp RETNPARM    *
      * file ids (TPCLOG, AUDITQ, EXCPQUE, REJECTS).                  *
      ******************************************************************
       01 Legal-Retained-Record.
          05 Lret-Date              pic 9(8).
          05 Lret-Program           pic X(08).
          05 Lret-Item              pic X(08).
          05 Lret-Matter-Ref        pic X(12).
          05 Lret-Subject-Type      pic X(01).
          05 Lret-Subject-Number    pic 9(6).
          05 Lret-Account-Number    pic 9(6).
      *  the date the kept record carries (snapshot date, generation
      *  business date, log date), zero when it has none
          05 Lret-Item-Date         pic 9(8).
          05 Filler                 pic X(13).
      ***********************
      * End of LEGALRET.CPY *
      ***********************
