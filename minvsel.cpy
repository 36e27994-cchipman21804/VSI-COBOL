      *****************************************************************
      * MINVSEL -- FILE-CONTROL entry for the MOTORINV serial-number  *
      * motor inventory, copied into every program that keeps or      *
      * reads it, the WOSEL convention.  MOTINV maintains it and      *
      * posts the swap, send-out, and return transactions;            *
      * REWINDBUY reads the rewind count of the motor installed at    *
      * a tag.  See MINVFD.                                           *
      *****************************************************************
           select motor-inv-file assign to "MOTORINV"
                  organization is line sequential
                  file status is motor-inv-status.
