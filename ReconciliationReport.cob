                                         ==AccountType==     BY ==SortAccountType==
                                         ==TerminalId==      BY ==SortTerminalId==
                                         ==TransactionRef==  BY ==SortTransactionRef==
                                         ==LinkedRef==       BY ==SortLinkedRef==
                                         ==TransactionTime== BY ==SortTransactionTime==.

FD  ExceptionReport.
01 ReportLine PIC X(132).
