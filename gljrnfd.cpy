      *****************************************************************
      * GLJRNFD -- FD and record layout for a general-ledger         *
      * interface file in the fixed layout GLEXTRCT's GLJOURNAL      *
      * established: D and C lines in balanced pairs, then one T     *
      * trailer carrying the debit total and the line count for the  *
      * GL loader's control check.  The program supplies its own     *
      * SELECT for JOURNAL-FILE and JOURNAL-STATUS.                  *
      *****************************************************************
       fd  journal-file
           record contains 80 characters.
       01 journal-record.
           05 jl-rec-type        pic x.
           05 jl-acct            pic x(8).
           05 jl-cc              pic x(4).
           05 jl-amount          pic 9(11)v99.
           05 jl-date            pic x(8).
           05 jl-ref             pic x(14).
           05 jl-desc            pic x(20).
           05 filler             pic x(12).
