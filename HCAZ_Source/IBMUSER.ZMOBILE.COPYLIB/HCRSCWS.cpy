           03 RSC-CLIENT-ID            PIC X(16).
           03 RSC-CLIENT-KEY           PIC X(32).
      *    PA patient  ME medication  TH threshold  VI visit
      *    VB batch-visit  QS questionnaire score
      *    SM secure messaging  SR SMS gateway replies
      *    SB patient self-booking
           03 RSC-RESOURCE             PIC X(2).
           03 RSC-METHOD               PIC X(8).
      *    00 allowed  41 unknown client/key  43 not entitled
