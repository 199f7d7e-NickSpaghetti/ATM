                                         ==AccountType==     BY ==ArchAccountType==
                                         ==TerminalId==      BY ==ArchTerminalId==
                                         ==TransactionRef==  BY ==ArchTransactionRef==
                                         ==LinkedRef==       BY ==ArchLinkedRef==
                                         ==TransactionTime== BY ==ArchTransactionTime==.

FD  ArchiveWork.
       COPY TransactionRecord REPLACING ==TransactionData== BY ==ArchWorkData==
                                         ==AccountType==     BY ==ArchWorkAccountType==
                                         ==TerminalId==      BY ==ArchWorkTerminalId==
                                         ==TransactionRef==  BY ==ArchWorkTransactionRef==
                                         ==LinkedRef==       BY ==ArchWorkLinkedRef==
                                         ==TransactionTime== BY ==ArchWorkTransactionTime==.

FD  ApplyMarker.
01 ApplyMarkerRecord PIC X(08).
                                         ==AccountType==     BY ==WorkAccountType==
                                         ==TerminalId==      BY ==WorkTerminalId==
                                         ==TransactionRef==  BY ==WorkTransactionRef==
                                         ==LinkedRef==       BY ==WorkLinkedRef==
                                         ==TransactionTime== BY ==WorkTransactionTime==.
WORKING-STORAGE SECTION.
01 WSFileStatus PIC X(2).
       88 WSFileOperationOk VALUE '00'.
       PERFORM GetNextTransactionRef
       MOVE TRRNextRef TO TransactionRef
       MOVE ZERO TO LinkedRef
       MOVE FUNCTION CURRENT-DATE(9:6) TO TransactionTime
       WRITE TransactionData
       IF NOT WSFileOperationOk
           DISPLAY "UNABLE TO WRITE OPENINGBALLANCE RECORD - STATUS " WSFileStatus
