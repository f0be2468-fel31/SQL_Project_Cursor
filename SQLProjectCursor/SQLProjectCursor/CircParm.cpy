       *>             (whole number, e.g. '045')
       *>   LOSTCOST  replacement cost LOSTITEM bills
       *>             when the Book row has none on
       *>             file (e.g. '025.00'); BOOKXFER's
       *>             damage charge uses it the same way
       *>   TRANSDAY  days a transferred copy may stay
       *>             in transit before INTRANS lists
       *>             it as missing (whole number,
       *>             e.g. '003')
       *>   CLAIMDAY  days a claims-returned copy stays
       *>             under search before CLMSRCH
       *>             writes it off (whole number,
       *>             e.g. '060')
       *>   BOUNCMAX  undelivered email/text notices,
       *>             not yet cleared by a PC card, at
       *>             which BOUNCE switches the patron
       *>             to printed notices (whole number,
       *>             e.g. '002')
       *>   PRIVDAYS  days after a loan is returned
       *>             before ANONHIST strips the patron
       *>             from it (whole number, default
       *>             90, e.g. '090')
       *>   HHFINMAX  unpaid-fine total across a
       *>             guardian and every linked card at
       *>             or above which BOOKXFER refuses a
       *>             checkout (e.g. '025.00'); no row,
       *>             no household check
       *>   ADULTAGE  age in years at which EXPCARDS
       *>             flags a juvenile card for
       *>             conversion (whole number, default
       *>             18, e.g. '18')
       *>   FYSTART   first month of the fiscal year
       *>             for ACQMAINT, ACQRPT and STATRTN
       *>             (01-12, default 01 - the calendar
       *>             year; e.g. '07')
       *>   STATTOL   per cent change from last year's
       *>             return beyond which STATRTN flags
       *>             a figure (whole number, default
       *>             10, e.g. '010')
       *>   STATELIB  the library's code on the state
       *>             statistics return STATUPLD file
       *>             (up to 6 characters, no default -
       *>             left blank without it; e.g.
       *>             'LIB042')
       *>   BALDAYS   days of loans and holds COLLBAL
       *>             measures branch demand over (whole
       *>             number, default 365, e.g. '365')
       *>   BALTURN   uses in that window one copy is
       *>             expected to carry - COLLBAL's
       *>             copies-needed divisor (whole
       *>             number, default 6, e.g. '006')
       *>   BALCAP    most transfers COLLBAL punches in
       *>             one run; the rest are listed as
       *>             held back (whole number, default
       *>             20, e.g. '020')
       *>   ACQWAIT   days from order to expected
       *>             delivery ACQMAINT assumes when a PO
       *>             card leaves the date blank (whole
       *>             number, default 30, e.g. '030')
       *>   WEEDIDLE  years without a loan before
       *>             WEEDLIST calls a copy idle (whole
       *>             number, default 3, e.g. '03')
       *> A missing row means the program default.
       *> -------------------------------------------
          EXEC SQL DECLARE CircParm TABLE
