       MOVE Amount TO AAAmount
       MOVE Ballance TO AABallance
       MOVE AccountType TO AAAccountType
       MOVE TerminalId TO AATerminalId
       IF TransactionTime IS NUMERIC
           MOVE TransactionTime TO AATransactionTime
       ELSE
           MOVE ZERO TO AATransactionTime
       END-IF
       WRITE ActivityRecord
           INVALID KEY
               IF WSActivityDuplicateKey
