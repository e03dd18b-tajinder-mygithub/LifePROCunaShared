      *****************************************************************
101526*  WCRRTCPY - Carrier route scheme record (shared CRRTZIP.PDM).
101526*  One row per ZIP+4 range a carrier route serves, as the
101526*  postal service publishes it.  ASTPSORT sequences pieces
101526*  within a ZIP by the route their ZIP+4 falls in; a ZIP with
101526*  no rows sorts by ZIP+4 alone.
      *****************************************************************
101526 01  CARRIER-ROUTE-RECORD.
101526     05  CRRT-ZIP5                   PIC X(05).
101526     05  CRRT-ZIP4-LOW               PIC X(04).
101526     05  CRRT-ZIP4-HIGH              PIC X(04).
101526     05  CRRT-ROUTE                  PIC X(04).
      *****************************************************************
