           05  ALERT-ACK-OPERATOR  PIC X(8).
           05  ALERT-ACK-DATE      PIC 9(8).
           05  ALERT-ACK-TIME      PIC 9(6).
           05  ALERT-NOTIFY-LEVEL  PIC 9(1).
           05  ALERT-NOTIFY-DATE   PIC 9(8).
           05  ALERT-NOTIFY-TIME   PIC 9(6).
