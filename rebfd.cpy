      *****************************************************************
      * REBFD -- FD and record layout for the REBATE file.  One line  *
      * per utility rebate or incentive application: the PROJMAST     *
      * project number it belongs to (and the project's equipment     *
      * tag, carried so the tag-keyed calculators can find it), the   *
      * utility program, and the milestones -- application date,      *
      * pre-approval date and amount, submission date and amount      *
      * claimed, inspection date, and the date and amount of the      *
      * check received.  A "D" in RB-CLOSED marks an application      *
      * denied or withdrawn.  Plain data, loaded whole and written    *
      * whole.  See REBSEL.                                           *
      *****************************************************************
       fd  rebate-file
           record contains 120 characters.
       01 rebate-record.
           05 rb-number          pic 9(6).
           05 rb-tag             pic x(10).
           05 rb-program         pic x(16).
           05 rb-app-date        pic x(8).
           05 rb-preapp-date     pic x(8).
           05 rb-preapp-in       pic x(10).
           05 rb-submit-date     pic x(8).
           05 rb-claim-in        pic x(10).
           05 rb-inspect-date    pic x(8).
           05 rb-check-date      pic x(8).
           05 rb-received-in     pic x(10).
           05 rb-closed          pic x.
               88 rb-denied               value "D".
           05 rb-oper            pic x(8).
           05 filler             pic x(9).
