       01  WS-TENANT-COUNT              PIC 9.
       01  WS-OWNER-NAME                PIC X(30).
       01  WS-RENT-EDITED               PIC ZZZZZ9.99.
       01  WS-TENANCY-TYPE              PIC X(10).

       01  CSV-HEADING.
           05  FILLER  PIC X(36) VALUE
               "ADDRESS,TOWN,POSTCODE,OWNER,TENANTS,".
           05  FILLER  PIC X(24) VALUE
               "TENANCY,MONTHLY RENT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                  ","                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TENANT-NAMES) DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TENANCY-TYPE) DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WS-RENT-EDITED             DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING.
      *>   scanning the whole lease file for every property.
           MOVE SPACES TO WS-TENANT-NAMES
           MOVE ZERO TO WS-TENANT-COUNT
           MOVE "VACANT" TO WS-TENANCY-TYPE
           MOVE PROP-ID TO LEASE-PROP-ID
           START LEASE-MASTER KEY IS NOT LESS THAN LEASE-PROP-ID
               INVALID KEY
                   ELSE
                       IF LEASE-IS-ACTIVE
                           PERFORM B-320-APPEND-TENANT-NAMES
                           IF LEASE-IS-PERIODIC
                               MOVE "PERIODIC" TO WS-TENANCY-TYPE
                           ELSE
                               MOVE "FIXED" TO WS-TENANCY-TYPE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
