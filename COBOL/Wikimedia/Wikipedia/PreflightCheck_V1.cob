       FILE SECTION.
       FD  sales-raw
           RECORDING MODE IS F.
       01  sales-raw-record            PIC X(72).

       FD  customer-file.
       COPY CUSTREC.
