      *****************************************************************
      * PLOCKSEL -- FILE-CONTROL entry for the PERIODSTAT fiscal-     *
      * period lock file, copied into PERIODLK (which maintains it),  *
      * FISCRPT, and every program that posts dated transactions.     *
      * One line per fiscal year and period that has left the open    *
      * state; a period with no line is open.  See PLOCKFD, PLOCKWS,  *
      * PLOCKRD.                                                      *
      *****************************************************************
           select period-lock-file assign to "PERIODSTAT"
                  organization is line sequential
                  file status is period-lock-status.
