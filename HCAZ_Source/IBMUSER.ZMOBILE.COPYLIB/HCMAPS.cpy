           02  FILLER REDEFINES HCP1FACF.
             03 HCP1FACA    PICTURE X.
           02  HCP1FACI  PIC X(4).
           02  HCP1SEXL    COMP  PIC  S9(4).
           02  HCP1SEXF    PICTURE X.
           02  FILLER REDEFINES HCP1SEXF.
             03 HCP1SEXA    PICTURE X.
           02  HCP1SEXI  PIC X(1).
           02  HCP1MSGL    COMP  PIC  S9(4).
           02  HCP1MSGF    PICTURE X.
           02  FILLER REDEFINES HCP1MSGF.
           02  FILLER PICTURE X(3).
           02  HCP1FACO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCP1SEXO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCP1MSGO  PIC X(40).
       01  HCM1MAPI.
           02  FILLER PIC X(12).
           02  FILLER REDEFINES HCMAOVRF.
             03 HCMAOVRA    PICTURE X.
           02  HCMAOVRI  PIC X(20).
           02  HCMAABXL    COMP  PIC  S9(4).
           02  HCMAABXF    PICTURE X.
           02  FILLER REDEFINES HCMAABXF.
             03 HCMAABXA    PICTURE X.
           02  HCMAABXI  PIC X(10).
           02  HCMAMSGL    COMP  PIC  S9(4).
           02  HCMAMSGF    PICTURE X.
           02  FILLER REDEFINES HCMAMSGF.
           02  FILLER PICTURE X(3).
           02  HCMAOVRO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCMAABXO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCMAMSGO  PIC X(40).
       01  HCV1MAPI.
           02  FILLER PIC X(12).
           02  FILLER REDEFINES HCV1NOTF.
             03 HCV1NOTA    PICTURE X.
           02  HCV1NOTI  PIC X(60).
           02  HCV1GESTL    COMP  PIC  S9(4).
           02  HCV1GESTF    PICTURE X.
           02  FILLER REDEFINES HCV1GESTF.
             03 HCV1GESTA    PICTURE X.
           02  HCV1GESTI  PIC X(5).
           02  HCV1MSGL    COMP  PIC  S9(4).
           02  HCV1MSGF    PICTURE X.
           02  FILLER REDEFINES HCV1MSGF.
           02  FILLER PICTURE X(3).
           02  HCV1NOTO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCV1GESTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  HCV1MSGO  PIC X(40).
       01  HCT1MAPI.
           02  FILLER PIC X(12).
           02  FILLER REDEFINES HCALWRDF.
             03 HCALWRDA    PICTURE X.
           02  HCALWRDI  PIC X(10).
           02  HCALRESL    COMP  PIC  S9(4).
           02  HCALRESF    PICTURE X.
           02  FILLER REDEFINES HCALRESF.
             03 HCALRESA    PICTURE X.
           02  HCALRESI  PIC X(20).
           02  HCALMSGL    COMP  PIC  S9(4).
           02  HCALMSGF    PICTURE X.
           02  FILLER REDEFINES HCALMSGF.
           02  FILLER PICTURE X(3).
           02  HCALWRDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCALRESO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCALMSGO  PIC X(40).
       01  HCD1MAPI.
           02  FILLER PIC X(12).
