      *****************************************************************
101526*  WCALHCPY - Company business-day calendar record (shared
101526*  HOLCAL.PDM), maintained by CCALMNT and read by the CBUSDAY
101526*  date service.  Monday to Friday are business days and
101526*  Saturday and Sunday are not, unless a row for the date says
101526*  otherwise: 'H' closes a weekday (a company holiday or any
101526*  day accounting is closed), 'B' opens a weekend day.
      *****************************************************************
101526 01  BUSINESS-CALENDAR-RECORD.
101526     05  CALH-DATE                   PIC 9(08).
101526     05  CALH-DAY-TYPE               PIC X(01).
101526         88  CALH-CLOSED-DAY                 VALUE 'H'.
101526         88  CALH-OPEN-DAY                   VALUE 'B'.
101526     05  CALH-DESCRIPTION            PIC X(30).
101526     05  CALH-CODER-ID               PIC X(04).
101526     05  CALH-MAINT-DATE             PIC 9(08).
      *****************************************************************
