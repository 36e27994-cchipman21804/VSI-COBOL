      *****************************************************************
      * VENDFD -- FD and record layout for the VENDMAST vendor        *
      * master.  One line per vendor number: the vendor's name, the   *
      * two-line remit-to address (street, then city/state/ZIP), the  *
      * tax ID as 99-9999999 or 999-99-9999, the vendor type (C       *
      * contractor, S supplier, F fuel dealer, U utility, O other),   *
      * and VM-ACTIVE "Y" or "N" -- an inactive vendor stays on file  *
      * for its history but takes no new postings.  Kept by VENDMNT;  *
      * checked by PROJMNT (spend and purchase orders), DELRECON      *
      * (fuel deliveries), and HAFWVANT (parts prices).  See VENDSEL. *
      *****************************************************************
       fd  vendor-file
           record contains 120 characters.
       01 vendor-record.
           05 vm-number          pic 9(6).
           05 vm-name            pic x(30).
           05 vm-street          pic x(30).
           05 vm-city            pic x(30).
           05 vm-tax-id          pic x(11).
           05 vm-type            pic x.
           05 vm-active          pic x.
           05 vm-oper            pic x(8).
           05 filler             pic x(3).
