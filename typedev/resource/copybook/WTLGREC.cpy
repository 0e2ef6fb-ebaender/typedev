    05  TLG-REC-TYPE                PIC X(01).
        88  TLG-EXTRACT-REC                   VALUE 'X'.
        88  TLG-RUN-REC                       VALUE 'R'.
    05  TLG-CONSUMER-ID             PIC X(08).
    05  TLG-XMIT-TIMESTAMP          PIC X(16).
    05  TLG-RUN-ID                  PIC X(08).
    05  TLG-GEN-TIMESTAMP           PIC X(16).
    05  TLG-FORMAT                  PIC X(01).
    05  TLG-OUTPUT-DD               PIC X(08).
    05  TLG-DESTINATION             PIC X(44).
    05  TLG-RUN-COUNT               PIC 9(04).
    05  TLG-RECORD-COUNT            PIC 9(09).
    05  TLG-HASH-TOTAL              PIC S9(15).
