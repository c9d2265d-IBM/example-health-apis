           02  FILLER REDEFINES HCSAREFF.
             03 HCSAREFA    PICTURE X.
           02  HCSAREFI  PIC X(10).
           02  HCSATYPL    COMP  PIC  S9(4).
           02  HCSATYPF    PICTURE X.
           02  FILLER REDEFINES HCSATYPF.
             03 HCSATYPA    PICTURE X.
           02  HCSATYPI  PIC X(6).
           02  HCSAROML    COMP  PIC  S9(4).
           02  HCSAROMF    PICTURE X.
           02  FILLER REDEFINES HCSAROMF.
             03 HCSAROMA    PICTURE X.
           02  HCSAROMI  PIC X(8).
       01  HCSAMAPO REDEFINES HCSAMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCSAOCCO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  HCSAREFO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCSATYPO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  HCSAROMO  PIC X(8).
      * Laboratory result entry/inquiry screen
       01  HCLBMAPI.
           02  FILLER PIC X(12).
           02  FILLER REDEFINES HCFMSCHF.
             03 HCFMSCHA    PICTURE X.
           02  HCFMSCHI  PIC X(1).
           02  HCFMPRGL    COMP  PIC  S9(4).
           02  HCFMPRGF    PICTURE X.
           02  FILLER REDEFINES HCFMPRGF.
             03 HCFMPRGA    PICTURE X.
           02  HCFMPRGI  PIC X(1).
           02  HCFMABXL    COMP  PIC  S9(4).
           02  HCFMABXF    PICTURE X.
           02  FILLER REDEFINES HCFMABXF.
             03 HCFMABXA    PICTURE X.
           02  HCFMABXI  PIC X(1).
       01  HCFMMAPO REDEFINES HCFMMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCFMCLSO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCFMSCHO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCFMPRGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCFMABXO  PIC X(1).
      * Eligibility reject work-queue screen
       01  HCEGMAPI.
           02  FILLER PIC X(12).
           02  FILLER REDEFINES HCIZLS3F.
             03 HCIZLS3A    PICTURE X.
           02  HCIZLS3I  PIC X(40).
           02  HCIZERRL    COMP  PIC  S9(4).
           02  HCIZERRF    PICTURE X.
           02  FILLER REDEFINES HCIZERRF.
             03 HCIZERRA    PICTURE X.
           02  HCIZERRI  PIC X(60).
           02  HCIZMSGL    COMP  PIC  S9(4).
           02  HCIZMSGF    PICTURE X.
           02  FILLER REDEFINES HCIZMSGF.
           02  FILLER PICTURE X(3).
           02  HCIZLS3O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  HCIZERRO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCIZMSGO  PIC X(40).
      * Problem / diagnosis list maintenance screen
       01  HCPLMAPI.
           02  FILLER REDEFINES HCPLONSF.
             03 HCPLONSA    PICTURE X.
           02  HCPLONSI  PIC X(10).
           02  HCPLPRVL    COMP  PIC  S9(4).
           02  HCPLPRVF    PICTURE X.
           02  FILLER REDEFINES HCPLPRVF.
             03 HCPLPRVA    PICTURE X.
           02  HCPLPRVI  PIC X(10).
           02  HCPLACVL    COMP  PIC  S9(4).
           02  HCPLACVF    PICTURE X.
           02  FILLER REDEFINES HCPLACVF.
           02  FILLER PICTURE X(3).
           02  HCPLONSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPLPRVO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPLACVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPLLS1O  PIC X(55).
           02  FILLER REDEFINES HCSKPOIF.
             03 HCSKPOIA    PICTURE X.
           02  HCSKPOII  PIC X(10).
           02  HCSKUCTL    COMP  PIC  S9(4).
           02  HCSKUCTF    PICTURE X.
           02  FILLER REDEFINES HCSKUCTF.
             03 HCSKUCTA    PICTURE X.
           02  HCSKUCTI  PIC X(8).
           02  HCSKSHFL    COMP  PIC  S9(4).
           02  HCSKSHFF    PICTURE X.
           02  FILLER REDEFINES HCSKSHFF.
             03 HCSKSHFA    PICTURE X.
           02  HCSKSHFI  PIC X(6).
       01  HCSKMAPO REDEFINES HCSKMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCSKLL4O  PIC X(36).
           02  FILLER PICTURE X(3).
           02  HCSKPOIO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCSKUCTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCSKSHFO  PIC X(6).
      * Report distribution routing screen
       01  HCRDMAPI.
           02  FILLER PIC X(12).
           02  HCWBLN1F    PICTURE X.
           02  FILLER REDEFINES HCWBLN1F.
             03 HCWBLN1A    PICTURE X.
           02  HCWBLN1I  PIC X(60).
           02  HCWBLN2L    COMP  PIC  S9(4).
           02  HCWBLN2F    PICTURE X.
           02  FILLER REDEFINES HCWBLN2F.
             03 HCWBLN2A    PICTURE X.
           02  HCWBLN2I  PIC X(60).
           02  HCWBLN3L    COMP  PIC  S9(4).
           02  HCWBLN3F    PICTURE X.
           02  FILLER REDEFINES HCWBLN3F.
             03 HCWBLN3A    PICTURE X.
           02  HCWBLN3I  PIC X(60).
           02  HCWBLN4L    COMP  PIC  S9(4).
           02  HCWBLN4F    PICTURE X.
           02  FILLER REDEFINES HCWBLN4F.
             03 HCWBLN4A    PICTURE X.
           02  HCWBLN4I  PIC X(60).
           02  HCWBLN5L    COMP  PIC  S9(4).
           02  HCWBLN5F    PICTURE X.
           02  FILLER REDEFINES HCWBLN5F.
             03 HCWBLN5A    PICTURE X.
           02  HCWBLN5I  PIC X(60).
           02  HCWBLN6L    COMP  PIC  S9(4).
           02  HCWBLN6F    PICTURE X.
           02  FILLER REDEFINES HCWBLN6F.
             03 HCWBLN6A    PICTURE X.
           02  HCWBLN6I  PIC X(60).
           02  HCWBMSGL    COMP  PIC  S9(4).
           02  HCWBMSGF    PICTURE X.
           02  FILLER REDEFINES HCWBMSGF.
           02  FILLER REDEFINES HCWBDIEF.
             03 HCWBDIEA    PICTURE X.
           02  HCWBDIEI  PIC X(10).
           02  HCWBEDDL    COMP  PIC  S9(4).
           02  HCWBEDDF    PICTURE X.
           02  FILLER REDEFINES HCWBEDDF.
             03 HCWBEDDA    PICTURE X.
           02  HCWBEDDI  PIC X(10).
           02  HCWBDLYL    COMP  PIC  S9(4).
           02  HCWBDLYF    PICTURE X.
           02  FILLER REDEFINES HCWBDLYF.
             03 HCWBDLYA    PICTURE X.
           02  HCWBDLYI  PIC X(4).
       01  HCWBMAPO REDEFINES HCWBMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  FILLER PICTURE X(3).
           02  HCWBBEDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCWBLN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCWBLN2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCWBLN3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCWBLN4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCWBLN5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCWBLN6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCWBMSGO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  HCWBPREO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCWBDIEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCWBEDDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCWBDLYO  PIC X(4).
      * MQ dead-letter review screen
       01  HCDLMAPI.
           02  FILLER PIC X(12).
           02  FILLER REDEFINES HCMWMIDF.
             03 HCMWMIDA    PICTURE X.
           02  HCMWMIDI  PIC X(10).
           02  HCMWRSNL    COMP  PIC  S9(4).
           02  HCMWRSNF    PICTURE X.
           02  FILLER REDEFINES HCMWRSNF.
             03 HCMWRSNA    PICTURE X.
           02  HCMWRSNI  PIC X(2).
           02  HCMWSCNL    COMP  PIC  S9(4).
           02  HCMWSCNF    PICTURE X.
           02  FILLER REDEFINES HCMWSCNF.
             03 HCMWSCNA    PICTURE X.
           02  HCMWSCNI  PIC X(14).
           02  HCMWLN1L    COMP  PIC  S9(4).
           02  HCMWLN1F    PICTURE X.
           02  FILLER REDEFINES HCMWLN1F.
           02  FILLER PICTURE X(3).
           02  HCMWMIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCMWRSNO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  HCMWSCNO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  HCMWLN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCMWLN2O  PIC X(60).
           02  FILLER REDEFINES HCCGAUTF.
             03 HCCGAUTA    PICTURE X.
           02  HCCGAUTI  PIC X(1).
           02  HCCGGLAL    COMP  PIC  S9(4).
           02  HCCGGLAF    PICTURE X.
           02  FILLER REDEFINES HCCGGLAF.
             03 HCCGGLAA    PICTURE X.
           02  HCCGGLAI  PIC X(10).
           02  HCCGRETL    COMP  PIC  S9(4).
           02  HCCGRETF    PICTURE X.
           02  FILLER REDEFINES HCCGRETF.
           02  FILLER PICTURE X(3).
           02  HCCGAUTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCCGGLAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCGRETO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCCGMSGO  PIC X(40).
           02  HCCTLN5O  PIC X(45).
           02  FILLER PICTURE X(3).
           02  HCCTMSGO  PIC X(40).
      * Anticoagulation clinic screen
       01  HCACMAPI.
           02  FILLER PIC X(12).
           02  HCACACTL    COMP  PIC  S9(4).
           02  HCACACTF    PICTURE X.
           02  FILLER REDEFINES HCACACTF.
             03 HCACACTA    PICTURE X.
           02  HCACACTI  PIC X(1).
           02  HCACPNOL    COMP  PIC  S9(4).
           02  HCACPNOF    PICTURE X.
           02  FILLER REDEFINES HCACPNOF.
             03 HCACPNOA    PICTURE X.
           02  HCACPNOI  PIC X(10).
           02  HCACLOWL    COMP  PIC  S9(4).
           02  HCACLOWF    PICTURE X.
           02  FILLER REDEFINES HCACLOWF.
             03 HCACLOWA    PICTURE X.
           02  HCACLOWI  PIC X(4).
           02  HCACHIGL    COMP  PIC  S9(4).
           02  HCACHIGF    PICTURE X.
           02  FILLER REDEFINES HCACHIGF.
             03 HCACHIGA    PICTURE X.
           02  HCACHIGI  PIC X(4).
           02  HCACNXTL    COMP  PIC  S9(4).
           02  HCACNXTF    PICTURE X.
           02  FILLER REDEFINES HCACNXTF.
             03 HCACNXTA    PICTURE X.
           02  HCACNXTI  PIC X(10).
           02  HCACDOSL    COMP  PIC  S9(4).
           02  HCACDOSF    PICTURE X.
           02  FILLER REDEFINES HCACDOSF.
             03 HCACDOSA    PICTURE X.
           02  HCACDOSI  PIC X(6).
           02  HCACRIDL    COMP  PIC  S9(4).
           02  HCACRIDF    PICTURE X.
           02  FILLER REDEFINES HCACRIDF.
             03 HCACRIDA    PICTURE X.
           02  HCACRIDI  PIC X(10).
           02  HCACLN1L    COMP  PIC  S9(4).
           02  HCACLN1F    PICTURE X.
           02  FILLER REDEFINES HCACLN1F.
             03 HCACLN1A    PICTURE X.
           02  HCACLN1I  PIC X(66).
           02  HCACLN2L    COMP  PIC  S9(4).
           02  HCACLN2F    PICTURE X.
           02  FILLER REDEFINES HCACLN2F.
             03 HCACLN2A    PICTURE X.
           02  HCACLN2I  PIC X(66).
           02  HCACLN3L    COMP  PIC  S9(4).
           02  HCACLN3F    PICTURE X.
           02  FILLER REDEFINES HCACLN3F.
             03 HCACLN3A    PICTURE X.
           02  HCACLN3I  PIC X(66).
           02  HCACLN4L    COMP  PIC  S9(4).
           02  HCACLN4F    PICTURE X.
           02  FILLER REDEFINES HCACLN4F.
             03 HCACLN4A    PICTURE X.
           02  HCACLN4I  PIC X(66).
           02  HCACLN5L    COMP  PIC  S9(4).
           02  HCACLN5F    PICTURE X.
           02  FILLER REDEFINES HCACLN5F.
             03 HCACLN5A    PICTURE X.
           02  HCACLN5I  PIC X(66).
           02  HCACLN6L    COMP  PIC  S9(4).
           02  HCACLN6F    PICTURE X.
           02  FILLER REDEFINES HCACLN6F.
             03 HCACLN6A    PICTURE X.
           02  HCACLN6I  PIC X(66).
           02  HCACMSGL    COMP  PIC  S9(4).
           02  HCACMSGF    PICTURE X.
           02  FILLER REDEFINES HCACMSGF.
             03 HCACMSGA    PICTURE X.
           02  HCACMSGI  PIC X(40).
       01  HCACMAPO REDEFINES HCACMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCACACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCACPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCACLOWO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCACHIGO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCACNXTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCACDOSO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  HCACRIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCACLN1O  PIC X(66).
           02  FILLER PICTURE X(3).
           02  HCACLN2O  PIC X(66).
           02  FILLER PICTURE X(3).
           02  HCACLN3O  PIC X(66).
           02  FILLER PICTURE X(3).
           02  HCACLN4O  PIC X(66).
           02  FILLER PICTURE X(3).
           02  HCACLN5O  PIC X(66).
           02  FILLER PICTURE X(3).
           02  HCACLN6O  PIC X(66).
           02  FILLER PICTURE X(3).
           02  HCACMSGO  PIC X(40).
      * Antenatal episode screen
       01  HCANMAPI.
           02  FILLER PIC X(12).
           02  HCANACTL    COMP  PIC  S9(4).
           02  HCANACTF    PICTURE X.
           02  FILLER REDEFINES HCANACTF.
             03 HCANACTA    PICTURE X.
           02  HCANACTI  PIC X(1).
           02  HCANPNOL    COMP  PIC  S9(4).
           02  HCANPNOF    PICTURE X.
           02  FILLER REDEFINES HCANPNOF.
             03 HCANPNOA    PICTURE X.
           02  HCANPNOI  PIC X(10).
           02  HCANLMPL    COMP  PIC  S9(4).
           02  HCANLMPF    PICTURE X.
           02  FILLER REDEFINES HCANLMPF.
             03 HCANLMPA    PICTURE X.
           02  HCANLMPI  PIC X(10).
           02  HCANEDDL    COMP  PIC  S9(4).
           02  HCANEDDF    PICTURE X.
           02  FILLER REDEFINES HCANEDDF.
             03 HCANEDDA    PICTURE X.
           02  HCANEDDI  PIC X(10).
           02  HCANGRVL    COMP  PIC  S9(4).
           02  HCANGRVF    PICTURE X.
           02  FILLER REDEFINES HCANGRVF.
             03 HCANGRVA    PICTURE X.
           02  HCANGRVI  PIC X(2).
           02  HCANPARL    COMP  PIC  S9(4).
           02  HCANPARF    PICTURE X.
           02  FILLER REDEFINES HCANPARF.
             03 HCANPARA    PICTURE X.
           02  HCANPARI  PIC X(2).
           02  HCANFACL    COMP  PIC  S9(4).
           02  HCANFACF    PICTURE X.
           02  FILLER REDEFINES HCANFACF.
             03 HCANFACA    PICTURE X.
           02  HCANFACI  PIC X(4).
           02  HCANSTAL    COMP  PIC  S9(4).
           02  HCANSTAF    PICTURE X.
           02  FILLER REDEFINES HCANSTAF.
             03 HCANSTAA    PICTURE X.
           02  HCANSTAI  PIC X(1).
           02  HCANOUTL    COMP  PIC  S9(4).
           02  HCANOUTF    PICTURE X.
           02  FILLER REDEFINES HCANOUTF.
             03 HCANOUTA    PICTURE X.
           02  HCANOUTI  PIC X(1).
           02  HCANODTL    COMP  PIC  S9(4).
           02  HCANODTF    PICTURE X.
           02  FILLER REDEFINES HCANODTF.
             03 HCANODTA    PICTURE X.
           02  HCANODTI  PIC X(10).
           02  HCANGESL    COMP  PIC  S9(4).
           02  HCANGESF    PICTURE X.
           02  FILLER REDEFINES HCANGESF.
             03 HCANGESA    PICTURE X.
           02  HCANGESI  PIC X(5).
           02  HCANMSGL    COMP  PIC  S9(4).
           02  HCANMSGF    PICTURE X.
           02  FILLER REDEFINES HCANMSGF.
             03 HCANMSGA    PICTURE X.
           02  HCANMSGI  PIC X(40).
       01  HCANMAPO REDEFINES HCANMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCANACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCANPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCANLMPO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCANEDDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCANGRVO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  HCANPARO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  HCANFACO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCANSTAO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCANOUTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCANODTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCANGESO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  HCANMSGO  PIC X(40).
      * Inpatient risk assessment screen
       01  HCFPMAPI.
           02  FILLER PIC X(12).
           02  HCFPACTL    COMP  PIC  S9(4).
           02  HCFPACTF    PICTURE X.
           02  FILLER REDEFINES HCFPACTF.
             03 HCFPACTA    PICTURE X.
           02  HCFPACTI  PIC X(1).
           02  HCFPPNOL    COMP  PIC  S9(4).
           02  HCFPPNOF    PICTURE X.
           02  FILLER REDEFINES HCFPPNOF.
             03 HCFPPNOA    PICTURE X.
           02  HCFPPNOI  PIC X(10).
           02  HCFPTYPL    COMP  PIC  S9(4).
           02  HCFPTYPF    PICTURE X.
           02  FILLER REDEFINES HCFPTYPF.
             03 HCFPTYPA    PICTURE X.
           02  HCFPTYPI  PIC X(1).
           02  HCFPSCRL    COMP  PIC  S9(4).
           02  HCFPSCRF    PICTURE X.
           02  FILLER REDEFINES HCFPSCRF.
             03 HCFPSCRA    PICTURE X.
           02  HCFPSCRI  PIC X(3).
           02  HCFPLN1L    COMP  PIC  S9(4).
           02  HCFPLN1F    PICTURE X.
           02  FILLER REDEFINES HCFPLN1F.
             03 HCFPLN1A    PICTURE X.
           02  HCFPLN1I  PIC X(70).
           02  HCFPLN2L    COMP  PIC  S9(4).
           02  HCFPLN2F    PICTURE X.
           02  FILLER REDEFINES HCFPLN2F.
             03 HCFPLN2A    PICTURE X.
           02  HCFPLN2I  PIC X(70).
           02  HCFPMSGL    COMP  PIC  S9(4).
           02  HCFPMSGF    PICTURE X.
           02  FILLER REDEFINES HCFPMSGF.
             03 HCFPMSGA    PICTURE X.
           02  HCFPMSGI  PIC X(40).
       01  HCFPMAPO REDEFINES HCFPMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCFPACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCFPPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCFPTYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCFPSCRO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCFPLN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCFPLN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCFPMSGO  PIC X(40).
      * Fluid balance screen
       01  HCFBMAPI.
           02  FILLER PIC X(12).
           02  HCFBACTL    COMP  PIC  S9(4).
           02  HCFBACTF    PICTURE X.
           02  FILLER REDEFINES HCFBACTF.
             03 HCFBACTA    PICTURE X.
           02  HCFBACTI  PIC X(1).
           02  HCFBPNOL    COMP  PIC  S9(4).
           02  HCFBPNOF    PICTURE X.
           02  FILLER REDEFINES HCFBPNOF.
             03 HCFBPNOA    PICTURE X.
           02  HCFBPNOI  PIC X(10).
           02  HCFBRTEL    COMP  PIC  S9(4).
           02  HCFBRTEF    PICTURE X.
           02  FILLER REDEFINES HCFBRTEF.
             03 HCFBRTEA    PICTURE X.
           02  HCFBRTEI  PIC X(2).
           02  HCFBVOLL    COMP  PIC  S9(4).
           02  HCFBVOLF    PICTURE X.
           02  FILLER REDEFINES HCFBVOLF.
             03 HCFBVOLA    PICTURE X.
           02  HCFBVOLI  PIC X(5).
           02  HCFBWRDL    COMP  PIC  S9(4).
           02  HCFBWRDF    PICTURE X.
           02  FILLER REDEFINES HCFBWRDF.
             03 HCFBWRDA    PICTURE X.
           02  HCFBWRDI  PIC X(4).
           02  HCFBLIML    COMP  PIC  S9(4).
           02  HCFBLIMF    PICTURE X.
           02  FILLER REDEFINES HCFBLIMF.
             03 HCFBLIMA    PICTURE X.
           02  HCFBLIMI  PIC X(5).
           02  HCFBINTL    COMP  PIC  S9(4).
           02  HCFBINTF    PICTURE X.
           02  FILLER REDEFINES HCFBINTF.
             03 HCFBINTA    PICTURE X.
           02  HCFBINTI  PIC X(7).
           02  HCFBOUTL    COMP  PIC  S9(4).
           02  HCFBOUTF    PICTURE X.
           02  FILLER REDEFINES HCFBOUTF.
             03 HCFBOUTA    PICTURE X.
           02  HCFBOUTI  PIC X(7).
           02  HCFBNETL    COMP  PIC  S9(4).
           02  HCFBNETF    PICTURE X.
           02  FILLER REDEFINES HCFBNETF.
             03 HCFBNETA    PICTURE X.
           02  HCFBNETI  PIC X(7).
           02  HCFBFLGL    COMP  PIC  S9(4).
           02  HCFBFLGF    PICTURE X.
           02  FILLER REDEFINES HCFBFLGF.
             03 HCFBFLGA    PICTURE X.
           02  HCFBFLGI  PIC X(1).
           02  HCFBMSGL    COMP  PIC  S9(4).
           02  HCFBMSGF    PICTURE X.
           02  FILLER REDEFINES HCFBMSGF.
             03 HCFBMSGA    PICTURE X.
           02  HCFBMSGI  PIC X(40).
       01  HCFBMAPO REDEFINES HCFBMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCFBACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCFBPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCFBRTEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  HCFBVOLO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  HCFBWRDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCFBLIMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  HCFBINTO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  HCFBOUTO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  HCFBNETO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  HCFBFLGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCFBMSGO  PIC X(40).
      * Resuscitation status screen
       01  HCDNMAPI.
           02  FILLER PIC X(12).
           02  HCDNACTL    COMP  PIC  S9(4).
           02  HCDNACTF    PICTURE X.
           02  FILLER REDEFINES HCDNACTF.
             03 HCDNACTA    PICTURE X.
           02  HCDNACTI  PIC X(1).
           02  HCDNPNOL    COMP  PIC  S9(4).
           02  HCDNPNOF    PICTURE X.
           02  FILLER REDEFINES HCDNPNOF.
             03 HCDNPNOA    PICTURE X.
           02  HCDNPNOI  PIC X(10).
           02  HCDNSTAL    COMP  PIC  S9(4).
           02  HCDNSTAF    PICTURE X.
           02  FILLER REDEFINES HCDNSTAF.
             03 HCDNSTAA    PICTURE X.
           02  HCDNSTAI  PIC X(1).
           02  HCDNADVL    COMP  PIC  S9(4).
           02  HCDNADVF    PICTURE X.
           02  FILLER REDEFINES HCDNADVF.
             03 HCDNADVA    PICTURE X.
           02  HCDNADVI  PIC X(1).
           02  HCDNNOTL    COMP  PIC  S9(4).
           02  HCDNNOTF    PICTURE X.
           02  FILLER REDEFINES HCDNNOTF.
             03 HCDNNOTA    PICTURE X.
           02  HCDNNOTI  PIC X(40).
           02  HCDNDDTL    COMP  PIC  S9(4).
           02  HCDNDDTF    PICTURE X.
           02  FILLER REDEFINES HCDNDDTF.
             03 HCDNDDTA    PICTURE X.
           02  HCDNDDTI  PIC X(10).
           02  HCDNCLNL    COMP  PIC  S9(4).
           02  HCDNCLNF    PICTURE X.
           02  FILLER REDEFINES HCDNCLNF.
             03 HCDNCLNA    PICTURE X.
           02  HCDNCLNI  PIC X(10).
           02  HCDNCNML    COMP  PIC  S9(4).
           02  HCDNCNMF    PICTURE X.
           02  FILLER REDEFINES HCDNCNMF.
             03 HCDNCNMA    PICTURE X.
           02  HCDNCNMI  PIC X(20).
           02  HCDNRDTL    COMP  PIC  S9(4).
           02  HCDNRDTF    PICTURE X.
           02  FILLER REDEFINES HCDNRDTF.
             03 HCDNRDTA    PICTURE X.
           02  HCDNRDTI  PIC X(10).
           02  HCDNOVDL    COMP  PIC  S9(4).
           02  HCDNOVDF    PICTURE X.
           02  FILLER REDEFINES HCDNOVDF.
             03 HCDNOVDA    PICTURE X.
           02  HCDNOVDI  PIC X(7).
           02  HCDNMSGL    COMP  PIC  S9(4).
           02  HCDNMSGF    PICTURE X.
           02  FILLER REDEFINES HCDNMSGF.
             03 HCDNMSGA    PICTURE X.
           02  HCDNMSGI  PIC X(40).
       01  HCDNMAPO REDEFINES HCDNMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCDNACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCDNPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDNSTAO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCDNADVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCDNNOTO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  HCDNDDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDNCLNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDNCNMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCDNRDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDNOVDO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  HCDNMSGO  PIC X(40).
      * Safety incident register screen
       01  HCIRMAPI.
           02  FILLER PIC X(12).
           02  HCIRACTL    COMP  PIC  S9(4).
           02  HCIRACTF    PICTURE X.
           02  FILLER REDEFINES HCIRACTF.
             03 HCIRACTA    PICTURE X.
           02  HCIRACTI  PIC X(1).
           02  HCIRIIDL    COMP  PIC  S9(4).
           02  HCIRIIDF    PICTURE X.
           02  FILLER REDEFINES HCIRIIDF.
             03 HCIRIIDA    PICTURE X.
           02  HCIRIIDI  PIC X(10).
           02  HCIRTYPL    COMP  PIC  S9(4).
           02  HCIRTYPF    PICTURE X.
           02  FILLER REDEFINES HCIRTYPF.
             03 HCIRTYPA    PICTURE X.
           02  HCIRTYPI  PIC X(3).
           02  HCIRSEVL    COMP  PIC  S9(4).
           02  HCIRSEVF    PICTURE X.
           02  FILLER REDEFINES HCIRSEVF.
             03 HCIRSEVA    PICTURE X.
           02  HCIRSEVI  PIC X(1).
           02  HCIRLOCL    COMP  PIC  S9(4).
           02  HCIRLOCF    PICTURE X.
           02  FILLER REDEFINES HCIRLOCF.
             03 HCIRLOCA    PICTURE X.
           02  HCIRLOCI  PIC X(4).
           02  HCIRPNOL    COMP  PIC  S9(4).
           02  HCIRPNOF    PICTURE X.
           02  FILLER REDEFINES HCIRPNOF.
             03 HCIRPNOA    PICTURE X.
           02  HCIRPNOI  PIC X(10).
           02  HCIRNR1L    COMP  PIC  S9(4).
           02  HCIRNR1F    PICTURE X.
           02  FILLER REDEFINES HCIRNR1F.
             03 HCIRNR1A    PICTURE X.
           02  HCIRNR1I  PIC X(60).
           02  HCIRNR2L    COMP  PIC  S9(4).
           02  HCIRNR2F    PICTURE X.
           02  FILLER REDEFINES HCIRNR2F.
             03 HCIRNR2A    PICTURE X.
           02  HCIRNR2I  PIC X(60).
           02  HCIROWNL    COMP  PIC  S9(4).
           02  HCIROWNF    PICTURE X.
           02  FILLER REDEFINES HCIROWNF.
             03 HCIROWNA    PICTURE X.
           02  HCIROWNI  PIC X(10).
           02  HCIRSTAL    COMP  PIC  S9(4).
           02  HCIRSTAF    PICTURE X.
           02  FILLER REDEFINES HCIRSTAF.
             03 HCIRSTAA    PICTURE X.
           02  HCIRSTAI  PIC X(1).
           02  HCIRRPTL    COMP  PIC  S9(4).
           02  HCIRRPTF    PICTURE X.
           02  FILLER REDEFINES HCIRRPTF.
             03 HCIRRPTA    PICTURE X.
           02  HCIRRPTI  PIC X(10).
           02  HCIRRDTL    COMP  PIC  S9(4).
           02  HCIRRDTF    PICTURE X.
           02  FILLER REDEFINES HCIRRDTF.
             03 HCIRRDTA    PICTURE X.
           02  HCIRRDTI  PIC X(16).
           02  HCIRMSGL    COMP  PIC  S9(4).
           02  HCIRMSGF    PICTURE X.
           02  FILLER REDEFINES HCIRMSGF.
             03 HCIRMSGA    PICTURE X.
           02  HCIRMSGI  PIC X(40).
       01  HCIRMAPO REDEFINES HCIRMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCIRACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCIRIIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCIRTYPO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCIRSEVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCIRLOCO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCIRPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCIRNR1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCIRNR2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCIROWNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCIRSTAO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCIRRPTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCIRRDTO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  HCIRMSGO  PIC X(40).
      * Adverse drug reaction screen
       01  HCDRMAPI.
           02  FILLER PIC X(12).
           02  HCDRACTL    COMP  PIC  S9(4).
           02  HCDRACTF    PICTURE X.
           02  FILLER REDEFINES HCDRACTF.
             03 HCDRACTA    PICTURE X.
           02  HCDRACTI  PIC X(1).
           02  HCDRPNOL    COMP  PIC  S9(4).
           02  HCDRPNOF    PICTURE X.
           02  FILLER REDEFINES HCDRPNOF.
             03 HCDRPNOA    PICTURE X.
           02  HCDRPNOI  PIC X(10).
           02  HCDRRIDL    COMP  PIC  S9(4).
           02  HCDRRIDF    PICTURE X.
           02  FILLER REDEFINES HCDRRIDF.
             03 HCDRRIDA    PICTURE X.
           02  HCDRRIDI  PIC X(10).
           02  HCDRMIDL    COMP  PIC  S9(4).
           02  HCDRMIDF    PICTURE X.
           02  FILLER REDEFINES HCDRMIDF.
             03 HCDRMIDA    PICTURE X.
           02  HCDRMIDI  PIC X(10).
           02  HCDRDRGL    COMP  PIC  S9(4).
           02  HCDRDRGF    PICTURE X.
           02  FILLER REDEFINES HCDRDRGF.
             03 HCDRDRGA    PICTURE X.
           02  HCDRDRGI  PIC X(50).
           02  HCDRRXNL    COMP  PIC  S9(4).
           02  HCDRRXNF    PICTURE X.
           02  FILLER REDEFINES HCDRRXNF.
             03 HCDRRXNA    PICTURE X.
           02  HCDRRXNI  PIC X(40).
           02  HCDRSEVL    COMP  PIC  S9(4).
           02  HCDRSEVF    PICTURE X.
           02  FILLER REDEFINES HCDRSEVF.
             03 HCDRSEVA    PICTURE X.
           02  HCDRSEVI  PIC X(1).
           02  HCDRONSL    COMP  PIC  S9(4).
           02  HCDRONSF    PICTURE X.
           02  FILLER REDEFINES HCDRONSF.
             03 HCDRONSA    PICTURE X.
           02  HCDRONSI  PIC X(10).
           02  HCDROUTL    COMP  PIC  S9(4).
           02  HCDROUTF    PICTURE X.
           02  FILLER REDEFINES HCDROUTF.
             03 HCDROUTA    PICTURE X.
           02  HCDROUTI  PIC X(1).
           02  HCDRCNFL    COMP  PIC  S9(4).
           02  HCDRCNFF    PICTURE X.
           02  FILLER REDEFINES HCDRCNFF.
             03 HCDRCNFA    PICTURE X.
           02  HCDRCNFI  PIC X(1).
           02  HCDRALGL    COMP  PIC  S9(4).
           02  HCDRALGF    PICTURE X.
           02  FILLER REDEFINES HCDRALGF.
             03 HCDRALGA    PICTURE X.
           02  HCDRALGI  PIC X(1).
           02  HCDRRBYL    COMP  PIC  S9(4).
           02  HCDRRBYF    PICTURE X.
           02  FILLER REDEFINES HCDRRBYF.
             03 HCDRRBYA    PICTURE X.
           02  HCDRRBYI  PIC X(10).
           02  HCDRRDTL    COMP  PIC  S9(4).
           02  HCDRRDTF    PICTURE X.
           02  FILLER REDEFINES HCDRRDTF.
             03 HCDRRDTA    PICTURE X.
           02  HCDRRDTI  PIC X(16).
           02  HCDRSUBL    COMP  PIC  S9(4).
           02  HCDRSUBF    PICTURE X.
           02  FILLER REDEFINES HCDRSUBF.
             03 HCDRSUBA    PICTURE X.
           02  HCDRSUBI  PIC X(10).
           02  HCDRMSGL    COMP  PIC  S9(4).
           02  HCDRMSGF    PICTURE X.
           02  FILLER REDEFINES HCDRMSGF.
             03 HCDRMSGA    PICTURE X.
           02  HCDRMSGI  PIC X(40).
       01  HCDRMAPO REDEFINES HCDRMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCDRACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCDRPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDRRIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDRMIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDRDRGO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  HCDRRXNO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  HCDRSEVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCDRONSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDROUTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCDRCNFO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCDRALGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCDRRBYO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDRRDTO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  HCDRSUBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDRMSGO  PIC X(40).
      * Clinical order set maintenance and apply screen
       01  HCOSMAPI.
           02  FILLER PIC X(12).
           02  HCOSACTL    COMP  PIC  S9(4).
           02  HCOSACTF    PICTURE X.
           02  FILLER REDEFINES HCOSACTF.
             03 HCOSACTA    PICTURE X.
           02  HCOSACTI  PIC X(1).
           02  HCOSSETL    COMP  PIC  S9(4).
           02  HCOSSETF    PICTURE X.
           02  FILLER REDEFINES HCOSSETF.
             03 HCOSSETA    PICTURE X.
           02  HCOSSETI  PIC X(8).
           02  HCOSSNML    COMP  PIC  S9(4).
           02  HCOSSNMF    PICTURE X.
           02  FILLER REDEFINES HCOSSNMF.
             03 HCOSSNMA    PICTURE X.
           02  HCOSSNMI  PIC X(30).
           02  HCOSPNOL    COMP  PIC  S9(4).
           02  HCOSPNOF    PICTURE X.
           02  FILLER REDEFINES HCOSPNOF.
             03 HCOSPNOA    PICTURE X.
           02  HCOSPNOI  PIC X(10).
           02  HCOSPRVL    COMP  PIC  S9(4).
           02  HCOSPRVF    PICTURE X.
           02  FILLER REDEFINES HCOSPRVF.
             03 HCOSPRVA    PICTURE X.
           02  HCOSPRVI  PIC X(10).
           02  HCOSSEQL    COMP  PIC  S9(4).
           02  HCOSSEQF    PICTURE X.
           02  FILLER REDEFINES HCOSSEQF.
             03 HCOSSEQA    PICTURE X.
           02  HCOSSEQI  PIC X(3).
           02  HCOSTYPL    COMP  PIC  S9(4).
           02  HCOSTYPF    PICTURE X.
           02  FILLER REDEFINES HCOSTYPF.
             03 HCOSTYPA    PICTURE X.
           02  HCOSTYPI  PIC X(1).
           02  HCOSITML    COMP  PIC  S9(4).
           02  HCOSITMF    PICTURE X.
           02  FILLER REDEFINES HCOSITMF.
             03 HCOSITMA    PICTURE X.
           02  HCOSITMI  PIC X(50).
           02  HCOSSTRL    COMP  PIC  S9(4).
           02  HCOSSTRF    PICTURE X.
           02  FILLER REDEFINES HCOSSTRF.
             03 HCOSSTRA    PICTURE X.
           02  HCOSSTRI  PIC X(20).
           02  HCOSAMTL    COMP  PIC  S9(4).
           02  HCOSAMTF    PICTURE X.
           02  FILLER REDEFINES HCOSAMTF.
             03 HCOSAMTA    PICTURE X.
           02  HCOSAMTI  PIC X(3).
           02  HCOSROUL    COMP  PIC  S9(4).
           02  HCOSROUF    PICTURE X.
           02  FILLER REDEFINES HCOSROUF.
             03 HCOSROUA    PICTURE X.
           02  HCOSROUI  PIC X(20).
           02  HCOSFRQL    COMP  PIC  S9(4).
           02  HCOSFRQF    PICTURE X.
           02  FILLER REDEFINES HCOSFRQF.
             03 HCOSFRQA    PICTURE X.
           02  HCOSFRQI  PIC X(20).
           02  HCOSPRIL    COMP  PIC  S9(4).
           02  HCOSPRIF    PICTURE X.
           02  FILLER REDEFINES HCOSPRIF.
             03 HCOSPRIA    PICTURE X.
           02  HCOSPRII  PIC X(1).
           02  HCOSDAYL    COMP  PIC  S9(4).
           02  HCOSDAYF    PICTURE X.
           02  FILLER REDEFINES HCOSDAYF.
             03 HCOSDAYA    PICTURE X.
           02  HCOSDAYI  PIC X(3).
           02  HCOSLN1L    COMP  PIC  S9(4).
           02  HCOSLN1F    PICTURE X.
           02  FILLER REDEFINES HCOSLN1F.
             03 HCOSLN1A    PICTURE X.
           02  HCOSLN1I  PIC X(60).
           02  HCOSLN2L    COMP  PIC  S9(4).
           02  HCOSLN2F    PICTURE X.
           02  FILLER REDEFINES HCOSLN2F.
             03 HCOSLN2A    PICTURE X.
           02  HCOSLN2I  PIC X(60).
           02  HCOSLN3L    COMP  PIC  S9(4).
           02  HCOSLN3F    PICTURE X.
           02  FILLER REDEFINES HCOSLN3F.
             03 HCOSLN3A    PICTURE X.
           02  HCOSLN3I  PIC X(60).
           02  HCOSLN4L    COMP  PIC  S9(4).
           02  HCOSLN4F    PICTURE X.
           02  FILLER REDEFINES HCOSLN4F.
             03 HCOSLN4A    PICTURE X.
           02  HCOSLN4I  PIC X(60).
           02  HCOSLN5L    COMP  PIC  S9(4).
           02  HCOSLN5F    PICTURE X.
           02  FILLER REDEFINES HCOSLN5F.
             03 HCOSLN5A    PICTURE X.
           02  HCOSLN5I  PIC X(60).
           02  HCOSLN6L    COMP  PIC  S9(4).
           02  HCOSLN6F    PICTURE X.
           02  FILLER REDEFINES HCOSLN6F.
             03 HCOSLN6A    PICTURE X.
           02  HCOSLN6I  PIC X(60).
           02  HCOSLN7L    COMP  PIC  S9(4).
           02  HCOSLN7F    PICTURE X.
           02  FILLER REDEFINES HCOSLN7F.
             03 HCOSLN7A    PICTURE X.
           02  HCOSLN7I  PIC X(60).
           02  HCOSLN8L    COMP  PIC  S9(4).
           02  HCOSLN8F    PICTURE X.
           02  FILLER REDEFINES HCOSLN8F.
             03 HCOSLN8A    PICTURE X.
           02  HCOSLN8I  PIC X(60).
           02  HCOSMSGL    COMP  PIC  S9(4).
           02  HCOSMSGF    PICTURE X.
           02  FILLER REDEFINES HCOSMSGF.
             03 HCOSMSGA    PICTURE X.
           02  HCOSMSGI  PIC X(40).
       01  HCOSMAPO REDEFINES HCOSMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCOSACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCOSSETO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCOSSNMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  HCOSPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCOSPRVO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCOSSEQO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCOSTYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCOSITMO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  HCOSSTRO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCOSAMTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCOSROUO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCOSFRQO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCOSPRIO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCOSDAYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCOSLN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCOSLN2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCOSLN3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCOSLN4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCOSLN5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCOSLN6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCOSLN7O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCOSLN8O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCOSMSGO  PIC X(40).
      * Imaging order entry and report screen
       01  HCXRMAPI.
           02  FILLER PIC X(12).
           02  HCXRACTL    COMP  PIC  S9(4).
           02  HCXRACTF    PICTURE X.
           02  FILLER REDEFINES HCXRACTF.
             03 HCXRACTA    PICTURE X.
           02  HCXRACTI  PIC X(1).
           02  HCXRPNOL    COMP  PIC  S9(4).
           02  HCXRPNOF    PICTURE X.
           02  FILLER REDEFINES HCXRPNOF.
             03 HCXRPNOA    PICTURE X.
           02  HCXRPNOI  PIC X(10).
           02  HCXROIDL    COMP  PIC  S9(4).
           02  HCXROIDF    PICTURE X.
           02  FILLER REDEFINES HCXROIDF.
             03 HCXROIDA    PICTURE X.
           02  HCXROIDI  PIC X(10).
           02  HCXRMODL    COMP  PIC  S9(4).
           02  HCXRMODF    PICTURE X.
           02  FILLER REDEFINES HCXRMODF.
             03 HCXRMODA    PICTURE X.
           02  HCXRMODI  PIC X(2).
           02  HCXRBDYL    COMP  PIC  S9(4).
           02  HCXRBDYF    PICTURE X.
           02  FILLER REDEFINES HCXRBDYF.
             03 HCXRBDYA    PICTURE X.
           02  HCXRBDYI  PIC X(20).
           02  HCXRQSTL    COMP  PIC  S9(4).
           02  HCXRQSTF    PICTURE X.
           02  FILLER REDEFINES HCXRQSTF.
             03 HCXRQSTA    PICTURE X.
           02  HCXRQSTI  PIC X(60).
           02  HCXRURGL    COMP  PIC  S9(4).
           02  HCXRURGF    PICTURE X.
           02  FILLER REDEFINES HCXRURGF.
             03 HCXRURGA    PICTURE X.
           02  HCXRURGI  PIC X(1).
           02  HCXRPRVL    COMP  PIC  S9(4).
           02  HCXRPRVF    PICTURE X.
           02  FILLER REDEFINES HCXRPRVF.
             03 HCXRPRVA    PICTURE X.
           02  HCXRPRVI  PIC X(10).
           02  HCXRLN1L    COMP  PIC  S9(4).
           02  HCXRLN1F    PICTURE X.
           02  FILLER REDEFINES HCXRLN1F.
             03 HCXRLN1A    PICTURE X.
           02  HCXRLN1I  PIC X(60).
           02  HCXRLN2L    COMP  PIC  S9(4).
           02  HCXRLN2F    PICTURE X.
           02  FILLER REDEFINES HCXRLN2F.
             03 HCXRLN2A    PICTURE X.
           02  HCXRLN2I  PIC X(60).
           02  HCXRLN3L    COMP  PIC  S9(4).
           02  HCXRLN3F    PICTURE X.
           02  FILLER REDEFINES HCXRLN3F.
             03 HCXRLN3A    PICTURE X.
           02  HCXRLN3I  PIC X(60).
           02  HCXRLN4L    COMP  PIC  S9(4).
           02  HCXRLN4F    PICTURE X.
           02  FILLER REDEFINES HCXRLN4F.
             03 HCXRLN4A    PICTURE X.
           02  HCXRLN4I  PIC X(60).
           02  HCXRLN5L    COMP  PIC  S9(4).
           02  HCXRLN5F    PICTURE X.
           02  FILLER REDEFINES HCXRLN5F.
             03 HCXRLN5A    PICTURE X.
           02  HCXRLN5I  PIC X(60).
           02  HCXRRDTL    COMP  PIC  S9(4).
           02  HCXRRDTF    PICTURE X.
           02  FILLER REDEFINES HCXRRDTF.
             03 HCXRRDTA    PICTURE X.
           02  HCXRRDTI  PIC X(19).
           02  HCXRRADL    COMP  PIC  S9(4).
           02  HCXRRADF    PICTURE X.
           02  FILLER REDEFINES HCXRRADF.
             03 HCXRRADA    PICTURE X.
           02  HCXRRADI  PIC X(20).
           02  HCXRRP1L    COMP  PIC  S9(4).
           02  HCXRRP1F    PICTURE X.
           02  FILLER REDEFINES HCXRRP1F.
             03 HCXRRP1A    PICTURE X.
           02  HCXRRP1I  PIC X(60).
           02  HCXRRP2L    COMP  PIC  S9(4).
           02  HCXRRP2F    PICTURE X.
           02  FILLER REDEFINES HCXRRP2F.
             03 HCXRRP2A    PICTURE X.
           02  HCXRRP2I  PIC X(60).
           02  HCXRRP3L    COMP  PIC  S9(4).
           02  HCXRRP3F    PICTURE X.
           02  FILLER REDEFINES HCXRRP3F.
             03 HCXRRP3A    PICTURE X.
           02  HCXRRP3I  PIC X(60).
           02  HCXRRP4L    COMP  PIC  S9(4).
           02  HCXRRP4F    PICTURE X.
           02  FILLER REDEFINES HCXRRP4F.
             03 HCXRRP4A    PICTURE X.
           02  HCXRRP4I  PIC X(60).
           02  HCXRMSGL    COMP  PIC  S9(4).
           02  HCXRMSGF    PICTURE X.
           02  FILLER REDEFINES HCXRMSGF.
             03 HCXRMSGA    PICTURE X.
           02  HCXRMSGI  PIC X(40).
       01  HCXRMAPO REDEFINES HCXRMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCXRACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCXRPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCXROIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCXRMODO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  HCXRBDYO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCXRQSTO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCXRURGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCXRPRVO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCXRLN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCXRLN2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCXRLN3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCXRLN4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCXRLN5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCXRRDTO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  HCXRRADO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCXRRP1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCXRRP2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCXRRP3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCXRRP4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCXRMSGO  PIC X(40).
      * Theatre session and case-list screen
       01  HCTHMAPI.
           02  FILLER PIC X(12).
           02  HCTHACTL    COMP  PIC  S9(4).
           02  HCTHACTF    PICTURE X.
           02  FILLER REDEFINES HCTHACTF.
             03 HCTHACTA    PICTURE X.
           02  HCTHACTI  PIC X(1).
           02  HCTHSIDL    COMP  PIC  S9(4).
           02  HCTHSIDF    PICTURE X.
           02  FILLER REDEFINES HCTHSIDF.
             03 HCTHSIDA    PICTURE X.
           02  HCTHSIDI  PIC X(10).
           02  HCTHROOML    COMP  PIC  S9(4).
           02  HCTHROOMF    PICTURE X.
           02  FILLER REDEFINES HCTHROOMF.
             03 HCTHROOMA    PICTURE X.
           02  HCTHROOMI  PIC X(8).
           02  HCTHDATEL    COMP  PIC  S9(4).
           02  HCTHDATEF    PICTURE X.
           02  FILLER REDEFINES HCTHDATEF.
             03 HCTHDATEA    PICTURE X.
           02  HCTHDATEI  PIC X(10).
           02  HCTHSTRTL    COMP  PIC  S9(4).
           02  HCTHSTRTF    PICTURE X.
           02  FILLER REDEFINES HCTHSTRTF.
             03 HCTHSTRTA    PICTURE X.
           02  HCTHSTRTI  PIC X(8).
           02  HCTHENDL    COMP  PIC  S9(4).
           02  HCTHENDF    PICTURE X.
           02  FILLER REDEFINES HCTHENDF.
             03 HCTHENDA    PICTURE X.
           02  HCTHENDI  PIC X(8).
           02  HCTHFACL    COMP  PIC  S9(4).
           02  HCTHFACF    PICTURE X.
           02  FILLER REDEFINES HCTHFACF.
             03 HCTHFACA    PICTURE X.
           02  HCTHFACI  PIC X(4).
           02  HCTHUSEL    COMP  PIC  S9(4).
           02  HCTHUSEF    PICTURE X.
           02  FILLER REDEFINES HCTHUSEF.
             03 HCTHUSEA    PICTURE X.
           02  HCTHUSEI  PIC X(20).
           02  HCTHCIDL    COMP  PIC  S9(4).
           02  HCTHCIDF    PICTURE X.
           02  FILLER REDEFINES HCTHCIDF.
             03 HCTHCIDA    PICTURE X.
           02  HCTHCIDI  PIC X(10).
           02  HCTHPNOL    COMP  PIC  S9(4).
           02  HCTHPNOF    PICTURE X.
           02  FILLER REDEFINES HCTHPNOF.
             03 HCTHPNOA    PICTURE X.
           02  HCTHPNOI  PIC X(10).
           02  HCTHPROCL    COMP  PIC  S9(4).
           02  HCTHPROCF    PICTURE X.
           02  FILLER REDEFINES HCTHPROCF.
             03 HCTHPROCA    PICTURE X.
           02  HCTHPROCI  PIC X(40).
           02  HCTHSURGL    COMP  PIC  S9(4).
           02  HCTHSURGF    PICTURE X.
           02  FILLER REDEFINES HCTHSURGF.
             03 HCTHSURGA    PICTURE X.
           02  HCTHSURGI  PIC X(10).
           02  HCTHESTL    COMP  PIC  S9(4).
           02  HCTHESTF    PICTURE X.
           02  FILLER REDEFINES HCTHESTF.
             03 HCTHESTA    PICTURE X.
           02  HCTHESTI  PIC X(3).
           02  HCTHANAL    COMP  PIC  S9(4).
           02  HCTHANAF    PICTURE X.
           02  FILLER REDEFINES HCTHANAF.
             03 HCTHANAA    PICTURE X.
           02  HCTHANAI  PIC X(2).
           02  HCTHFASTL    COMP  PIC  S9(4).
           02  HCTHFASTF    PICTURE X.
           02  FILLER REDEFINES HCTHFASTF.
             03 HCTHFASTA    PICTURE X.
           02  HCTHFASTI  PIC X(1).
           02  HCTHALGYL    COMP  PIC  S9(4).
           02  HCTHALGYF    PICTURE X.
           02  FILLER REDEFINES HCTHALGYF.
             03 HCTHALGYA    PICTURE X.
           02  HCTHALGYI  PIC X(1).
           02  HCTHCONSL    COMP  PIC  S9(4).
           02  HCTHCONSF    PICTURE X.
           02  FILLER REDEFINES HCTHCONSF.
             03 HCTHCONSA    PICTURE X.
           02  HCTHCONSI  PIC X(1).
           02  HCTHLN1L    COMP  PIC  S9(4).
           02  HCTHLN1F    PICTURE X.
           02  FILLER REDEFINES HCTHLN1F.
             03 HCTHLN1A    PICTURE X.
           02  HCTHLN1I  PIC X(60).
           02  HCTHLN2L    COMP  PIC  S9(4).
           02  HCTHLN2F    PICTURE X.
           02  FILLER REDEFINES HCTHLN2F.
             03 HCTHLN2A    PICTURE X.
           02  HCTHLN2I  PIC X(60).
           02  HCTHLN3L    COMP  PIC  S9(4).
           02  HCTHLN3F    PICTURE X.
           02  FILLER REDEFINES HCTHLN3F.
             03 HCTHLN3A    PICTURE X.
           02  HCTHLN3I  PIC X(60).
           02  HCTHLN4L    COMP  PIC  S9(4).
           02  HCTHLN4F    PICTURE X.
           02  FILLER REDEFINES HCTHLN4F.
             03 HCTHLN4A    PICTURE X.
           02  HCTHLN4I  PIC X(60).
           02  HCTHLN5L    COMP  PIC  S9(4).
           02  HCTHLN5F    PICTURE X.
           02  FILLER REDEFINES HCTHLN5F.
             03 HCTHLN5A    PICTURE X.
           02  HCTHLN5I  PIC X(60).
           02  HCTHLN6L    COMP  PIC  S9(4).
           02  HCTHLN6F    PICTURE X.
           02  FILLER REDEFINES HCTHLN6F.
             03 HCTHLN6A    PICTURE X.
           02  HCTHLN6I  PIC X(60).
           02  HCTHLN7L    COMP  PIC  S9(4).
           02  HCTHLN7F    PICTURE X.
           02  FILLER REDEFINES HCTHLN7F.
             03 HCTHLN7A    PICTURE X.
           02  HCTHLN7I  PIC X(60).
           02  HCTHLN8L    COMP  PIC  S9(4).
           02  HCTHLN8F    PICTURE X.
           02  FILLER REDEFINES HCTHLN8F.
             03 HCTHLN8A    PICTURE X.
           02  HCTHLN8I  PIC X(60).
           02  HCTHMSGL    COMP  PIC  S9(4).
           02  HCTHMSGF    PICTURE X.
           02  FILLER REDEFINES HCTHMSGF.
             03 HCTHMSGA    PICTURE X.
           02  HCTHMSGI  PIC X(40).
       01  HCTHMAPO REDEFINES HCTHMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCTHACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCTHSIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCTHROOMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCTHDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCTHSTRTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCTHENDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCTHFACO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCTHUSEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCTHCIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCTHPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCTHPROCO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  HCTHSURGO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCTHESTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCTHANAO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  HCTHFASTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCTHALGYO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCTHCONSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCTHLN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCTHLN2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCTHLN3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCTHLN4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCTHLN5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCTHLN6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCTHLN7O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCTHLN8O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCTHMSGO  PIC X(40).
      * Notifiable-disease list maintenance screen
       01  HCNDMAPI.
           02  FILLER PIC X(12).
           02  HCNDACTL    COMP  PIC  S9(4).
           02  HCNDACTF    PICTURE X.
           02  FILLER REDEFINES HCNDACTF.
             03 HCNDACTA    PICTURE X.
           02  HCNDACTI  PIC X(1).
           02  HCNDTYPL    COMP  PIC  S9(4).
           02  HCNDTYPF    PICTURE X.
           02  FILLER REDEFINES HCNDTYPF.
             03 HCNDTYPA    PICTURE X.
           02  HCNDTYPI  PIC X(1).
           02  HCNDCODL    COMP  PIC  S9(4).
           02  HCNDCODF    PICTURE X.
           02  FILLER REDEFINES HCNDCODF.
             03 HCNDCODA    PICTURE X.
           02  HCNDCODI  PIC X(10).
           02  HCNDMATL    COMP  PIC  S9(4).
           02  HCNDMATF    PICTURE X.
           02  FILLER REDEFINES HCNDMATF.
             03 HCNDMATA    PICTURE X.
           02  HCNDMATI  PIC X(10).
           02  HCNDDISL    COMP  PIC  S9(4).
           02  HCNDDISF    PICTURE X.
           02  FILLER REDEFINES HCNDDISF.
             03 HCNDDISA    PICTURE X.
           02  HCNDDISI  PIC X(40).
           02  HCNDAVFL    COMP  PIC  S9(4).
           02  HCNDAVFF    PICTURE X.
           02  FILLER REDEFINES HCNDAVFF.
             03 HCNDAVFA    PICTURE X.
           02  HCNDAVFI  PIC X(1).
           02  HCNDLN1L    COMP  PIC  S9(4).
           02  HCNDLN1F    PICTURE X.
           02  FILLER REDEFINES HCNDLN1F.
             03 HCNDLN1A    PICTURE X.
           02  HCNDLN1I  PIC X(60).
           02  HCNDLN2L    COMP  PIC  S9(4).
           02  HCNDLN2F    PICTURE X.
           02  FILLER REDEFINES HCNDLN2F.
             03 HCNDLN2A    PICTURE X.
           02  HCNDLN2I  PIC X(60).
           02  HCNDLN3L    COMP  PIC  S9(4).
           02  HCNDLN3F    PICTURE X.
           02  FILLER REDEFINES HCNDLN3F.
             03 HCNDLN3A    PICTURE X.
           02  HCNDLN3I  PIC X(60).
           02  HCNDLN4L    COMP  PIC  S9(4).
           02  HCNDLN4F    PICTURE X.
           02  FILLER REDEFINES HCNDLN4F.
             03 HCNDLN4A    PICTURE X.
           02  HCNDLN4I  PIC X(60).
           02  HCNDLN5L    COMP  PIC  S9(4).
           02  HCNDLN5F    PICTURE X.
           02  FILLER REDEFINES HCNDLN5F.
             03 HCNDLN5A    PICTURE X.
           02  HCNDLN5I  PIC X(60).
           02  HCNDLN6L    COMP  PIC  S9(4).
           02  HCNDLN6F    PICTURE X.
           02  FILLER REDEFINES HCNDLN6F.
             03 HCNDLN6A    PICTURE X.
           02  HCNDLN6I  PIC X(60).
           02  HCNDLN7L    COMP  PIC  S9(4).
           02  HCNDLN7F    PICTURE X.
           02  FILLER REDEFINES HCNDLN7F.
             03 HCNDLN7A    PICTURE X.
           02  HCNDLN7I  PIC X(60).
           02  HCNDLN8L    COMP  PIC  S9(4).
           02  HCNDLN8F    PICTURE X.
           02  FILLER REDEFINES HCNDLN8F.
             03 HCNDLN8A    PICTURE X.
           02  HCNDLN8I  PIC X(60).
           02  HCNDMSGL    COMP  PIC  S9(4).
           02  HCNDMSGF    PICTURE X.
           02  FILLER REDEFINES HCNDMSGF.
             03 HCNDMSGA    PICTURE X.
           02  HCNDMSGI  PIC X(40).
       01  HCNDMAPO REDEFINES HCNDMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCNDACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCNDTYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCNDCODO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCNDMATO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCNDDISO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  HCNDAVFO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCNDLN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCNDLN2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCNDLN3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCNDLN4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCNDLN5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCNDLN6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCNDLN7O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCNDLN8O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCNDMSGO  PIC X(40).
      * General-ledger account mapping screen
       01  HCGLMAPI.
           02  FILLER PIC X(12).
           02  HCGLACTL    COMP  PIC  S9(4).
           02  HCGLACTF    PICTURE X.
           02  FILLER REDEFINES HCGLACTF.
             03 HCGLACTA    PICTURE X.
           02  HCGLACTI  PIC X(1).
           02  HCGLTYPL    COMP  PIC  S9(4).
           02  HCGLTYPF    PICTURE X.
           02  FILLER REDEFINES HCGLTYPF.
             03 HCGLTYPA    PICTURE X.
           02  HCGLTYPI  PIC X(1).
           02  HCGLCODL    COMP  PIC  S9(4).
           02  HCGLCODF    PICTURE X.
           02  FILLER REDEFINES HCGLCODF.
             03 HCGLCODA    PICTURE X.
           02  HCGLCODI  PIC X(6).
           02  HCGLACCL    COMP  PIC  S9(4).
           02  HCGLACCF    PICTURE X.
           02  FILLER REDEFINES HCGLACCF.
             03 HCGLACCA    PICTURE X.
           02  HCGLACCI  PIC X(10).
           02  HCGLDSCL    COMP  PIC  S9(4).
           02  HCGLDSCF    PICTURE X.
           02  FILLER REDEFINES HCGLDSCF.
             03 HCGLDSCA    PICTURE X.
           02  HCGLDSCI  PIC X(30).
           02  HCGLLN1L    COMP  PIC  S9(4).
           02  HCGLLN1F    PICTURE X.
           02  FILLER REDEFINES HCGLLN1F.
             03 HCGLLN1A    PICTURE X.
           02  HCGLLN1I  PIC X(60).
           02  HCGLLN2L    COMP  PIC  S9(4).
           02  HCGLLN2F    PICTURE X.
           02  FILLER REDEFINES HCGLLN2F.
             03 HCGLLN2A    PICTURE X.
           02  HCGLLN2I  PIC X(60).
           02  HCGLLN3L    COMP  PIC  S9(4).
           02  HCGLLN3F    PICTURE X.
           02  FILLER REDEFINES HCGLLN3F.
             03 HCGLLN3A    PICTURE X.
           02  HCGLLN3I  PIC X(60).
           02  HCGLLN4L    COMP  PIC  S9(4).
           02  HCGLLN4F    PICTURE X.
           02  FILLER REDEFINES HCGLLN4F.
             03 HCGLLN4A    PICTURE X.
           02  HCGLLN4I  PIC X(60).
           02  HCGLLN5L    COMP  PIC  S9(4).
           02  HCGLLN5F    PICTURE X.
           02  FILLER REDEFINES HCGLLN5F.
             03 HCGLLN5A    PICTURE X.
           02  HCGLLN5I  PIC X(60).
           02  HCGLLN6L    COMP  PIC  S9(4).
           02  HCGLLN6F    PICTURE X.
           02  FILLER REDEFINES HCGLLN6F.
             03 HCGLLN6A    PICTURE X.
           02  HCGLLN6I  PIC X(60).
           02  HCGLLN7L    COMP  PIC  S9(4).
           02  HCGLLN7F    PICTURE X.
           02  FILLER REDEFINES HCGLLN7F.
             03 HCGLLN7A    PICTURE X.
           02  HCGLLN7I  PIC X(60).
           02  HCGLLN8L    COMP  PIC  S9(4).
           02  HCGLLN8F    PICTURE X.
           02  FILLER REDEFINES HCGLLN8F.
             03 HCGLLN8A    PICTURE X.
           02  HCGLLN8I  PIC X(60).
           02  HCGLMSGL    COMP  PIC  S9(4).
           02  HCGLMSGF    PICTURE X.
           02  FILLER REDEFINES HCGLMSGF.
             03 HCGLMSGA    PICTURE X.
           02  HCGLMSGI  PIC X(40).
       01  HCGLMAPO REDEFINES HCGLMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCGLACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCGLTYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCGLCODO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  HCGLACCO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCGLDSCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  HCGLLN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCGLLN2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCGLLN3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCGLLN4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCGLLN5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCGLLN6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCGLLN7O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCGLLN8O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCGLMSGO  PIC X(40).
      * Patient payment plan screen
       01  HCPPMAPI.
           02  FILLER PIC X(12).
           02  HCPPACTL    COMP  PIC  S9(4).
           02  HCPPACTF    PICTURE X.
           02  FILLER REDEFINES HCPPACTF.
             03 HCPPACTA    PICTURE X.
           02  HCPPACTI  PIC X(1).
           02  HCPPPNOL    COMP  PIC  S9(4).
           02  HCPPPNOF    PICTURE X.
           02  FILLER REDEFINES HCPPPNOF.
             03 HCPPPNOA    PICTURE X.
           02  HCPPPNOI  PIC X(10).
           02  HCPPPLNL    COMP  PIC  S9(4).
           02  HCPPPLNF    PICTURE X.
           02  FILLER REDEFINES HCPPPLNF.
             03 HCPPPLNA    PICTURE X.
           02  HCPPPLNI  PIC X(10).
           02  HCPPAMTL    COMP  PIC  S9(4).
           02  HCPPAMTF    PICTURE X.
           02  FILLER REDEFINES HCPPAMTF.
             03 HCPPAMTA    PICTURE X.
           02  HCPPAMTI  PIC X(8).
           02  HCPPFRQL    COMP  PIC  S9(4).
           02  HCPPFRQF    PICTURE X.
           02  FILLER REDEFINES HCPPFRQF.
             03 HCPPFRQA    PICTURE X.
           02  HCPPFRQI  PIC X(1).
           02  HCPPSTAL    COMP  PIC  S9(4).
           02  HCPPSTAF    PICTURE X.
           02  FILLER REDEFINES HCPPSTAF.
             03 HCPPSTAA    PICTURE X.
           02  HCPPSTAI  PIC X(10).
           02  HCPPBALL    COMP  PIC  S9(4).
           02  HCPPBALF    PICTURE X.
           02  FILLER REDEFINES HCPPBALF.
             03 HCPPBALA    PICTURE X.
           02  HCPPBALI  PIC X(8).
           02  HCPPSTSL    COMP  PIC  S9(4).
           02  HCPPSTSF    PICTURE X.
           02  FILLER REDEFINES HCPPSTSF.
             03 HCPPSTSA    PICTURE X.
           02  HCPPSTSI  PIC X(1).
           02  HCPPNINL    COMP  PIC  S9(4).
           02  HCPPNINF    PICTURE X.
           02  FILLER REDEFINES HCPPNINF.
             03 HCPPNINA    PICTURE X.
           02  HCPPNINI  PIC X(3).
           02  HCPPPTDL    COMP  PIC  S9(4).
           02  HCPPPTDF    PICTURE X.
           02  FILLER REDEFINES HCPPPTDF.
             03 HCPPPTDA    PICTURE X.
           02  HCPPPTDI  PIC X(8).
           02  HCPPLN1L    COMP  PIC  S9(4).
           02  HCPPLN1F    PICTURE X.
           02  FILLER REDEFINES HCPPLN1F.
             03 HCPPLN1A    PICTURE X.
           02  HCPPLN1I  PIC X(60).
           02  HCPPLN2L    COMP  PIC  S9(4).
           02  HCPPLN2F    PICTURE X.
           02  FILLER REDEFINES HCPPLN2F.
             03 HCPPLN2A    PICTURE X.
           02  HCPPLN2I  PIC X(60).
           02  HCPPLN3L    COMP  PIC  S9(4).
           02  HCPPLN3F    PICTURE X.
           02  FILLER REDEFINES HCPPLN3F.
             03 HCPPLN3A    PICTURE X.
           02  HCPPLN3I  PIC X(60).
           02  HCPPLN4L    COMP  PIC  S9(4).
           02  HCPPLN4F    PICTURE X.
           02  FILLER REDEFINES HCPPLN4F.
             03 HCPPLN4A    PICTURE X.
           02  HCPPLN4I  PIC X(60).
           02  HCPPLN5L    COMP  PIC  S9(4).
           02  HCPPLN5F    PICTURE X.
           02  FILLER REDEFINES HCPPLN5F.
             03 HCPPLN5A    PICTURE X.
           02  HCPPLN5I  PIC X(60).
           02  HCPPLN6L    COMP  PIC  S9(4).
           02  HCPPLN6F    PICTURE X.
           02  FILLER REDEFINES HCPPLN6F.
             03 HCPPLN6A    PICTURE X.
           02  HCPPLN6I  PIC X(60).
           02  HCPPMSGL    COMP  PIC  S9(4).
           02  HCPPMSGF    PICTURE X.
           02  FILLER REDEFINES HCPPMSGF.
             03 HCPPMSGA    PICTURE X.
           02  HCPPMSGI  PIC X(40).
       01  HCPPMAPO REDEFINES HCPPMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCPPACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPPPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPPPLNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPPAMTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCPPFRQO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPPSTAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPPBALO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCPPSTSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPPNINO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCPPPTDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCPPLN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCPPLN2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCPPLN3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCPPLN4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCPPLN5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCPPLN6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCPPMSGO  PIC X(40).
      * Collection agency placement recall screen
       01  HCDCMAPI.
           02  FILLER PIC X(12).
           02  HCDCACTL    COMP  PIC  S9(4).
           02  HCDCACTF    PICTURE X.
           02  FILLER REDEFINES HCDCACTF.
             03 HCDCACTA    PICTURE X.
           02  HCDCACTI  PIC X(1).
           02  HCDCPNOL    COMP  PIC  S9(4).
           02  HCDCPNOF    PICTURE X.
           02  FILLER REDEFINES HCDCPNOF.
             03 HCDCPNOA    PICTURE X.
           02  HCDCPNOI  PIC X(10).
           02  HCDCPLCL    COMP  PIC  S9(4).
           02  HCDCPLCF    PICTURE X.
           02  FILLER REDEFINES HCDCPLCF.
             03 HCDCPLCA    PICTURE X.
           02  HCDCPLCI  PIC X(10).
           02  HCDCSTSL    COMP  PIC  S9(4).
           02  HCDCSTSF    PICTURE X.
           02  FILLER REDEFINES HCDCSTSF.
             03 HCDCSTSA    PICTURE X.
           02  HCDCSTSI  PIC X(1).
           02  HCDCRSNL    COMP  PIC  S9(4).
           02  HCDCRSNF    PICTURE X.
           02  FILLER REDEFINES HCDCRSNF.
             03 HCDCRSNA    PICTURE X.
           02  HCDCRSNI  PIC X(30).
           02  HCDCPDTL    COMP  PIC  S9(4).
           02  HCDCPDTF    PICTURE X.
           02  FILLER REDEFINES HCDCPDTF.
             03 HCDCPDTA    PICTURE X.
           02  HCDCPDTI  PIC X(10).
           02  HCDCBALL    COMP  PIC  S9(4).
           02  HCDCBALF    PICTURE X.
           02  FILLER REDEFINES HCDCBALF.
             03 HCDCBALA    PICTURE X.
           02  HCDCBALI  PIC X(8).
           02  HCDCCOLL    COMP  PIC  S9(4).
           02  HCDCCOLF    PICTURE X.
           02  FILLER REDEFINES HCDCCOLF.
             03 HCDCCOLA    PICTURE X.
           02  HCDCCOLI  PIC X(8).
           02  HCDCCMSL    COMP  PIC  S9(4).
           02  HCDCCMSF    PICTURE X.
           02  FILLER REDEFINES HCDCCMSF.
             03 HCDCCMSA    PICTURE X.
           02  HCDCCMSI  PIC X(8).
           02  HCDCRDTL    COMP  PIC  S9(4).
           02  HCDCRDTF    PICTURE X.
           02  FILLER REDEFINES HCDCRDTF.
             03 HCDCRDTA    PICTURE X.
           02  HCDCRDTI  PIC X(10).
           02  HCDCNCHL    COMP  PIC  S9(4).
           02  HCDCNCHF    PICTURE X.
           02  FILLER REDEFINES HCDCNCHF.
             03 HCDCNCHA    PICTURE X.
           02  HCDCNCHI  PIC X(3).
           02  HCDCMSGL    COMP  PIC  S9(4).
           02  HCDCMSGF    PICTURE X.
           02  FILLER REDEFINES HCDCMSGF.
             03 HCDCMSGA    PICTURE X.
           02  HCDCMSGI  PIC X(40).
       01  HCDCMAPO REDEFINES HCDCMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCDCACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCDCPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDCPLCO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDCSTSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCDCRSNO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  HCDCPDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDCBALO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCDCCOLO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCDCCMSO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCDCRDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCDCNCHO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCDCMSGO  PIC X(40).
      * Patient Refund Request and Approval
       01  HCCBMAPI.
           02  FILLER PIC X(12).
           02  HCCBACTL    COMP  PIC  S9(4).
           02  HCCBACTF    PICTURE X.
           02  FILLER REDEFINES HCCBACTF.
             03 HCCBACTA    PICTURE X.
           02  HCCBACTI  PIC X(1).
           02  HCCBPNOL    COMP  PIC  S9(4).
           02  HCCBPNOF    PICTURE X.
           02  FILLER REDEFINES HCCBPNOF.
             03 HCCBPNOA    PICTURE X.
           02  HCCBPNOI  PIC X(10).
           02  HCCBRIDL    COMP  PIC  S9(4).
           02  HCCBRIDF    PICTURE X.
           02  FILLER REDEFINES HCCBRIDF.
             03 HCCBRIDA    PICTURE X.
           02  HCCBRIDI  PIC X(10).
           02  HCCBCRBL    COMP  PIC  S9(4).
           02  HCCBCRBF    PICTURE X.
           02  FILLER REDEFINES HCCBCRBF.
             03 HCCBCRBA    PICTURE X.
           02  HCCBCRBI  PIC X(8).
           02  HCCBPNDL    COMP  PIC  S9(4).
           02  HCCBPNDF    PICTURE X.
           02  FILLER REDEFINES HCCBPNDF.
             03 HCCBPNDA    PICTURE X.
           02  HCCBPNDI  PIC X(8).
           02  HCCBAMTL    COMP  PIC  S9(4).
           02  HCCBAMTF    PICTURE X.
           02  FILLER REDEFINES HCCBAMTF.
             03 HCCBAMTA    PICTURE X.
           02  HCCBAMTI  PIC X(8).
           02  HCCBRSNL    COMP  PIC  S9(4).
           02  HCCBRSNF    PICTURE X.
           02  FILLER REDEFINES HCCBRSNF.
             03 HCCBRSNA    PICTURE X.
           02  HCCBRSNI  PIC X(30).
           02  HCCBSTSL    COMP  PIC  S9(4).
           02  HCCBSTSF    PICTURE X.
           02  FILLER REDEFINES HCCBSTSF.
             03 HCCBSTSA    PICTURE X.
           02  HCCBSTSI  PIC X(1).
           02  HCCBRQBL    COMP  PIC  S9(4).
           02  HCCBRQBF    PICTURE X.
           02  FILLER REDEFINES HCCBRQBF.
             03 HCCBRQBA    PICTURE X.
           02  HCCBRQBI  PIC X(10).
           02  HCCBRQDL    COMP  PIC  S9(4).
           02  HCCBRQDF    PICTURE X.
           02  FILLER REDEFINES HCCBRQDF.
             03 HCCBRQDA    PICTURE X.
           02  HCCBRQDI  PIC X(10).
           02  HCCBAPBL    COMP  PIC  S9(4).
           02  HCCBAPBF    PICTURE X.
           02  FILLER REDEFINES HCCBAPBF.
             03 HCCBAPBA    PICTURE X.
           02  HCCBAPBI  PIC X(10).
           02  HCCBMSGL    COMP  PIC  S9(4).
           02  HCCBMSGF    PICTURE X.
           02  FILLER REDEFINES HCCBMSGF.
             03 HCCBMSGA    PICTURE X.
           02  HCCBMSGI  PIC X(40).
       01  HCCBMAPO REDEFINES HCCBMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCCBACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCCBPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCBRIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCBCRBO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCCBPNDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCCBAMTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCCBRSNO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  HCCBSTSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCCBRQBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCBRQDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCBAPBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCBMSGO  PIC X(40).
      * Financial assistance award screen
       01  HCFAMAPI.
           02  FILLER PIC X(12).
           02  HCFAACTL    COMP  PIC  S9(4).
           02  HCFAACTF    PICTURE X.
           02  FILLER REDEFINES HCFAACTF.
             03 HCFAACTA    PICTURE X.
           02  HCFAACTI  PIC X(1).
           02  HCFAPNOL    COMP  PIC  S9(4).
           02  HCFAPNOF    PICTURE X.
           02  FILLER REDEFINES HCFAPNOF.
             03 HCFAPNOA    PICTURE X.
           02  HCFAPNOI  PIC X(10).
           02  HCFAAIDL    COMP  PIC  S9(4).
           02  HCFAAIDF    PICTURE X.
           02  FILLER REDEFINES HCFAAIDF.
             03 HCFAAIDA    PICTURE X.
           02  HCFAAIDI  PIC X(10).
           02  HCFAHHSL    COMP  PIC  S9(4).
           02  HCFAHHSF    PICTURE X.
           02  FILLER REDEFINES HCFAHHSF.
             03 HCFAHHSA    PICTURE X.
           02  HCFAHHSI  PIC X(2).
           02  HCFAINCL    COMP  PIC  S9(4).
           02  HCFAINCF    PICTURE X.
           02  FILLER REDEFINES HCFAINCF.
             03 HCFAINCA    PICTURE X.
           02  HCFAINCI  PIC X(10).
           02  HCFADECL    COMP  PIC  S9(4).
           02  HCFADECF    PICTURE X.
           02  FILLER REDEFINES HCFADECF.
             03 HCFADECA    PICTURE X.
           02  HCFADECI  PIC X(1).
           02  HCFABNDL    COMP  PIC  S9(4).
           02  HCFABNDF    PICTURE X.
           02  FILLER REDEFINES HCFABNDF.
             03 HCFABNDA    PICTURE X.
           02  HCFABNDI  PIC X(1).
           02  HCFAPCTL    COMP  PIC  S9(4).
           02  HCFAPCTF    PICTURE X.
           02  FILLER REDEFINES HCFAPCTF.
             03 HCFAPCTA    PICTURE X.
           02  HCFAPCTI  PIC X(6).
           02  HCFAEFFL    COMP  PIC  S9(4).
           02  HCFAEFFF    PICTURE X.
           02  FILLER REDEFINES HCFAEFFF.
             03 HCFAEFFA    PICTURE X.
           02  HCFAEFFI  PIC X(10).
           02  HCFAEFTL    COMP  PIC  S9(4).
           02  HCFAEFTF    PICTURE X.
           02  FILLER REDEFINES HCFAEFTF.
             03 HCFAEFTA    PICTURE X.
           02  HCFAEFTI  PIC X(10).
           02  HCFAAPBL    COMP  PIC  S9(4).
           02  HCFAAPBF    PICTURE X.
           02  FILLER REDEFINES HCFAAPBF.
             03 HCFAAPBA    PICTURE X.
           02  HCFAAPBI  PIC X(10).
           02  HCFAAPDL    COMP  PIC  S9(4).
           02  HCFAAPDF    PICTURE X.
           02  FILLER REDEFINES HCFAAPDF.
             03 HCFAAPDA    PICTURE X.
           02  HCFAAPDI  PIC X(10).
           02  HCFADCBL    COMP  PIC  S9(4).
           02  HCFADCBF    PICTURE X.
           02  FILLER REDEFINES HCFADCBF.
             03 HCFADCBA    PICTURE X.
           02  HCFADCBI  PIC X(10).
           02  HCFAMSGL    COMP  PIC  S9(4).
           02  HCFAMSGF    PICTURE X.
           02  FILLER REDEFINES HCFAMSGF.
             03 HCFAMSGA    PICTURE X.
           02  HCFAMSGI  PIC X(40).
       01  HCFAMAPO REDEFINES HCFAMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCFAACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCFAPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCFAAIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCFAHHSO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  HCFAINCO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCFADECO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCFABNDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCFAPCTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  HCFAEFFO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCFAEFTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCFAAPBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCFAAPDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCFADCBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCFAMSGO  PIC X(40).
      * Claim contract variance and appeal screen
       01  HCCRMAPI.
           02  FILLER PIC X(12).
           02  HCCRACTL    COMP  PIC  S9(4).
           02  HCCRACTF    PICTURE X.
           02  FILLER REDEFINES HCCRACTF.
             03 HCCRACTA    PICTURE X.
           02  HCCRACTI  PIC X(1).
           02  HCCRPNOL    COMP  PIC  S9(4).
           02  HCCRPNOF    PICTURE X.
           02  FILLER REDEFINES HCCRPNOF.
             03 HCCRPNOA    PICTURE X.
           02  HCCRPNOI  PIC X(10).
           02  HCCRCLML    COMP  PIC  S9(4).
           02  HCCRCLMF    PICTURE X.
           02  FILLER REDEFINES HCCRCLMF.
             03 HCCRCLMA    PICTURE X.
           02  HCCRCLMI  PIC X(10).
           02  HCCRPAYL    COMP  PIC  S9(4).
           02  HCCRPAYF    PICTURE X.
           02  FILLER REDEFINES HCCRPAYF.
             03 HCCRPAYA    PICTURE X.
           02  HCCRPAYI  PIC X(20).
           02  HCCRCCDL    COMP  PIC  S9(4).
           02  HCCRCCDF    PICTURE X.
           02  FILLER REDEFINES HCCRCCDF.
             03 HCCRCCDA    PICTURE X.
           02  HCCRCCDI  PIC X(6).
           02  HCCRSDTL    COMP  PIC  S9(4).
           02  HCCRSDTF    PICTURE X.
           02  FILLER REDEFINES HCCRSDTF.
             03 HCCRSDTA    PICTURE X.
           02  HCCRSDTI  PIC X(10).
           02  HCCRCSTL    COMP  PIC  S9(4).
           02  HCCRCSTF    PICTURE X.
           02  FILLER REDEFINES HCCRCSTF.
             03 HCCRCSTA    PICTURE X.
           02  HCCRCSTI  PIC X(1).
           02  HCCRBILL    COMP  PIC  S9(4).
           02  HCCRBILF    PICTURE X.
           02  FILLER REDEFINES HCCRBILF.
             03 HCCRBILA    PICTURE X.
           02  HCCRBILI  PIC X(8).
           02  HCCRPDAL    COMP  PIC  S9(4).
           02  HCCRPDAF    PICTURE X.
           02  FILLER REDEFINES HCCRPDAF.
             03 HCCRPDAA    PICTURE X.
           02  HCCRPDAI  PIC X(8).
           02  HCCRCONL    COMP  PIC  S9(4).
           02  HCCRCONF    PICTURE X.
           02  FILLER REDEFINES HCCRCONF.
             03 HCCRCONA    PICTURE X.
           02  HCCRCONI  PIC X(8).
           02  HCCRSHTL    COMP  PIC  S9(4).
           02  HCCRSHTF    PICTURE X.
           02  FILLER REDEFINES HCCRSHTF.
             03 HCCRSHTA    PICTURE X.
           02  HCCRSHTI  PIC X(8).
           02  HCCRAPSL    COMP  PIC  S9(4).
           02  HCCRAPSF    PICTURE X.
           02  FILLER REDEFINES HCCRAPSF.
             03 HCCRAPSA    PICTURE X.
           02  HCCRAPSI  PIC X(1).
           02  HCCRNOTL    COMP  PIC  S9(4).
           02  HCCRNOTF    PICTURE X.
           02  FILLER REDEFINES HCCRNOTF.
             03 HCCRNOTA    PICTURE X.
           02  HCCRNOTI  PIC X(30).
           02  HCCRAPDL    COMP  PIC  S9(4).
           02  HCCRAPDF    PICTURE X.
           02  FILLER REDEFINES HCCRAPDF.
             03 HCCRAPDA    PICTURE X.
           02  HCCRAPDI  PIC X(10).
           02  HCCRAPBL    COMP  PIC  S9(4).
           02  HCCRAPBF    PICTURE X.
           02  FILLER REDEFINES HCCRAPBF.
             03 HCCRAPBA    PICTURE X.
           02  HCCRAPBI  PIC X(10).
           02  HCCRMSGL    COMP  PIC  S9(4).
           02  HCCRMSGF    PICTURE X.
           02  FILLER REDEFINES HCCRMSGF.
             03 HCCRMSGA    PICTURE X.
           02  HCCRMSGI  PIC X(40).
       01  HCCRMAPO REDEFINES HCCRMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCCRACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCCRPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCRCLMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCRPAYO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCCRCCDO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  HCCRSDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCRCSTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCCRBILO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCCRPDAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCCRCONO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCCRSHTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCCRAPSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCCRNOTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  HCCRAPDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCRAPBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCRMSGO  PIC X(40).
      * Accounting period inquiry and reopen screen
       01  HCPEMAPI.
           02  FILLER PIC X(12).
           02  HCPEACTL    COMP  PIC  S9(4).
           02  HCPEACTF    PICTURE X.
           02  FILLER REDEFINES HCPEACTF.
             03 HCPEACTA    PICTURE X.
           02  HCPEACTI  PIC X(1).
           02  HCPEPERL    COMP  PIC  S9(4).
           02  HCPEPERF    PICTURE X.
           02  FILLER REDEFINES HCPEPERF.
             03 HCPEPERA    PICTURE X.
           02  HCPEPERI  PIC X(7).
           02  HCPESTDL    COMP  PIC  S9(4).
           02  HCPESTDF    PICTURE X.
           02  FILLER REDEFINES HCPESTDF.
             03 HCPESTDA    PICTURE X.
           02  HCPESTDI  PIC X(10).
           02  HCPEENDL    COMP  PIC  S9(4).
           02  HCPEENDF    PICTURE X.
           02  FILLER REDEFINES HCPEENDF.
             03 HCPEENDA    PICTURE X.
           02  HCPEENDI  PIC X(10).
           02  HCPESTAL    COMP  PIC  S9(4).
           02  HCPESTAF    PICTURE X.
           02  FILLER REDEFINES HCPESTAF.
             03 HCPESTAA    PICTURE X.
           02  HCPESTAI  PIC X(1).
           02  HCPECLBL    COMP  PIC  S9(4).
           02  HCPECLBF    PICTURE X.
           02  FILLER REDEFINES HCPECLBF.
             03 HCPECLBA    PICTURE X.
           02  HCPECLBI  PIC X(10).
           02  HCPECLDL    COMP  PIC  S9(4).
           02  HCPECLDF    PICTURE X.
           02  FILLER REDEFINES HCPECLDF.
             03 HCPECLDA    PICTURE X.
           02  HCPECLDI  PIC X(10).
           02  HCPEROBL    COMP  PIC  S9(4).
           02  HCPEROBF    PICTURE X.
           02  FILLER REDEFINES HCPEROBF.
             03 HCPEROBA    PICTURE X.
           02  HCPEROBI  PIC X(10).
           02  HCPERODL    COMP  PIC  S9(4).
           02  HCPERODF    PICTURE X.
           02  FILLER REDEFINES HCPERODF.
             03 HCPERODA    PICTURE X.
           02  HCPERODI  PIC X(10).
           02  HCPERSNL    COMP  PIC  S9(4).
           02  HCPERSNF    PICTURE X.
           02  FILLER REDEFINES HCPERSNF.
             03 HCPERSNA    PICTURE X.
           02  HCPERSNI  PIC X(30).
           02  HCPEMSGL    COMP  PIC  S9(4).
           02  HCPEMSGF    PICTURE X.
           02  FILLER REDEFINES HCPEMSGF.
             03 HCPEMSGA    PICTURE X.
           02  HCPEMSGI  PIC X(40).
       01  HCPEMAPO REDEFINES HCPEMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCPEACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPEPERO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  HCPESTDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPEENDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPESTAO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPECLBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPECLDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPEROBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPERODO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPERSNO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  HCPEMSGO  PIC X(40).
      * Inpatient episode coding screen
       01  HCEPMAPI.
           02  FILLER PIC X(12).
           02  HCEPACTL    COMP  PIC  S9(4).
           02  HCEPACTF    PICTURE X.
           02  FILLER REDEFINES HCEPACTF.
             03 HCEPACTA    PICTURE X.
           02  HCEPACTI  PIC X(1).
           02  HCEPPNOL    COMP  PIC  S9(4).
           02  HCEPPNOF    PICTURE X.
           02  FILLER REDEFINES HCEPPNOF.
             03 HCEPPNOA    PICTURE X.
           02  HCEPPNOI  PIC X(10).
           02  HCEPEIDL    COMP  PIC  S9(4).
           02  HCEPEIDF    PICTURE X.
           02  FILLER REDEFINES HCEPEIDF.
             03 HCEPEIDA    PICTURE X.
           02  HCEPEIDI  PIC X(10).
           02  HCEPWRDL    COMP  PIC  S9(4).
           02  HCEPWRDF    PICTURE X.
           02  FILLER REDEFINES HCEPWRDF.
             03 HCEPWRDA    PICTURE X.
           02  HCEPWRDI  PIC X(4).
           02  HCEPADML    COMP  PIC  S9(4).
           02  HCEPADMF    PICTURE X.
           02  FILLER REDEFINES HCEPADMF.
             03 HCEPADMA    PICTURE X.
           02  HCEPADMI  PIC X(10).
           02  HCEPDISL    COMP  PIC  S9(4).
           02  HCEPDISF    PICTURE X.
           02  FILLER REDEFINES HCEPDISF.
             03 HCEPDISA    PICTURE X.
           02  HCEPDISI  PIC X(10).
           02  HCEPSTAL    COMP  PIC  S9(4).
           02  HCEPSTAF    PICTURE X.
           02  FILLER REDEFINES HCEPSTAF.
             03 HCEPSTAA    PICTURE X.
           02  HCEPSTAI  PIC X(1).
           02  HCEPPDXL    COMP  PIC  S9(4).
           02  HCEPPDXF    PICTURE X.
           02  FILLER REDEFINES HCEPPDXF.
             03 HCEPPDXA    PICTURE X.
           02  HCEPPDXI  PIC X(10).
           02  HCEPSD1L    COMP  PIC  S9(4).
           02  HCEPSD1F    PICTURE X.
           02  FILLER REDEFINES HCEPSD1F.
             03 HCEPSD1A    PICTURE X.
           02  HCEPSD1I  PIC X(10).
           02  HCEPSD2L    COMP  PIC  S9(4).
           02  HCEPSD2F    PICTURE X.
           02  FILLER REDEFINES HCEPSD2F.
             03 HCEPSD2A    PICTURE X.
           02  HCEPSD2I  PIC X(10).
           02  HCEPSD3L    COMP  PIC  S9(4).
           02  HCEPSD3F    PICTURE X.
           02  FILLER REDEFINES HCEPSD3F.
             03 HCEPSD3A    PICTURE X.
           02  HCEPSD3I  PIC X(10).
           02  HCEPSD4L    COMP  PIC  S9(4).
           02  HCEPSD4F    PICTURE X.
           02  FILLER REDEFINES HCEPSD4F.
             03 HCEPSD4A    PICTURE X.
           02  HCEPSD4I  PIC X(10).
           02  HCEPSD5L    COMP  PIC  S9(4).
           02  HCEPSD5F    PICTURE X.
           02  FILLER REDEFINES HCEPSD5F.
             03 HCEPSD5A    PICTURE X.
           02  HCEPSD5I  PIC X(10).
           02  HCEPSD6L    COMP  PIC  S9(4).
           02  HCEPSD6F    PICTURE X.
           02  FILLER REDEFINES HCEPSD6F.
             03 HCEPSD6A    PICTURE X.
           02  HCEPSD6I  PIC X(10).
           02  HCEPPR1L    COMP  PIC  S9(4).
           02  HCEPPR1F    PICTURE X.
           02  FILLER REDEFINES HCEPPR1F.
             03 HCEPPR1A    PICTURE X.
           02  HCEPPR1I  PIC X(10).
           02  HCEPPR2L    COMP  PIC  S9(4).
           02  HCEPPR2F    PICTURE X.
           02  FILLER REDEFINES HCEPPR2F.
             03 HCEPPR2A    PICTURE X.
           02  HCEPPR2I  PIC X(10).
           02  HCEPPR3L    COMP  PIC  S9(4).
           02  HCEPPR3F    PICTURE X.
           02  FILLER REDEFINES HCEPPR3F.
             03 HCEPPR3A    PICTURE X.
           02  HCEPPR3I  PIC X(10).
           02  HCEPPR4L    COMP  PIC  S9(4).
           02  HCEPPR4F    PICTURE X.
           02  FILLER REDEFINES HCEPPR4F.
             03 HCEPPR4A    PICTURE X.
           02  HCEPPR4I  PIC X(10).
           02  HCEPGRPL    COMP  PIC  S9(4).
           02  HCEPGRPF    PICTURE X.
           02  FILLER REDEFINES HCEPGRPF.
             03 HCEPGRPA    PICTURE X.
           02  HCEPGRPI  PIC X(6).
           02  HCEPGDSL    COMP  PIC  S9(4).
           02  HCEPGDSF    PICTURE X.
           02  FILLER REDEFINES HCEPGDSF.
             03 HCEPGDSA    PICTURE X.
           02  HCEPGDSI  PIC X(30).
           02  HCEPCDBL    COMP  PIC  S9(4).
           02  HCEPCDBF    PICTURE X.
           02  FILLER REDEFINES HCEPCDBF.
             03 HCEPCDBA    PICTURE X.
           02  HCEPCDBI  PIC X(10).
           02  HCEPCDDL    COMP  PIC  S9(4).
           02  HCEPCDDF    PICTURE X.
           02  FILLER REDEFINES HCEPCDDF.
             03 HCEPCDDA    PICTURE X.
           02  HCEPCDDI  PIC X(10).
           02  HCEPMSGL    COMP  PIC  S9(4).
           02  HCEPMSGF    PICTURE X.
           02  FILLER REDEFINES HCEPMSGF.
             03 HCEPMSGA    PICTURE X.
           02  HCEPMSGI  PIC X(40).
       01  HCEPMAPO REDEFINES HCEPMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCEPACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCEPPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPEIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPWRDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCEPADMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPDISO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPSTAO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCEPPDXO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPSD1O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPSD2O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPSD3O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPSD4O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPSD5O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPSD6O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPPR1O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPPR2O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPPR3O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPPR4O  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPGRPO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  HCEPGDSO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  HCEPCDBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPCDDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCEPMSGO  PIC X(40).
      * Housekeeping bed cleaning screen
       01  HCHKMAPI.
           02  FILLER PIC X(12).
           02  HCHKACTL    COMP  PIC  S9(4).
           02  HCHKACTF    PICTURE X.
           02  FILLER REDEFINES HCHKACTF.
             03 HCHKACTA    PICTURE X.
           02  HCHKACTI  PIC X(1).
           02  HCHKWRDL    COMP  PIC  S9(4).
           02  HCHKWRDF    PICTURE X.
           02  FILLER REDEFINES HCHKWRDF.
             03 HCHKWRDA    PICTURE X.
           02  HCHKWRDI  PIC X(4).
           02  HCHKBEDL    COMP  PIC  S9(4).
           02  HCHKBEDF    PICTURE X.
           02  FILLER REDEFINES HCHKBEDF.
             03 HCHKBEDA    PICTURE X.
           02  HCHKBEDI  PIC X(4).
           02  HCHKTYPL    COMP  PIC  S9(4).
           02  HCHKTYPF    PICTURE X.
           02  FILLER REDEFINES HCHKTYPF.
             03 HCHKTYPA    PICTURE X.
           02  HCHKTYPI  PIC X(1).
           02  HCHKLN1L    COMP  PIC  S9(4).
           02  HCHKLN1F    PICTURE X.
           02  FILLER REDEFINES HCHKLN1F.
             03 HCHKLN1A    PICTURE X.
           02  HCHKLN1I  PIC X(60).
           02  HCHKLN2L    COMP  PIC  S9(4).
           02  HCHKLN2F    PICTURE X.
           02  FILLER REDEFINES HCHKLN2F.
             03 HCHKLN2A    PICTURE X.
           02  HCHKLN2I  PIC X(60).
           02  HCHKLN3L    COMP  PIC  S9(4).
           02  HCHKLN3F    PICTURE X.
           02  FILLER REDEFINES HCHKLN3F.
             03 HCHKLN3A    PICTURE X.
           02  HCHKLN3I  PIC X(60).
           02  HCHKLN4L    COMP  PIC  S9(4).
           02  HCHKLN4F    PICTURE X.
           02  FILLER REDEFINES HCHKLN4F.
             03 HCHKLN4A    PICTURE X.
           02  HCHKLN4I  PIC X(60).
           02  HCHKLN5L    COMP  PIC  S9(4).
           02  HCHKLN5F    PICTURE X.
           02  FILLER REDEFINES HCHKLN5F.
             03 HCHKLN5A    PICTURE X.
           02  HCHKLN5I  PIC X(60).
           02  HCHKLN6L    COMP  PIC  S9(4).
           02  HCHKLN6F    PICTURE X.
           02  FILLER REDEFINES HCHKLN6F.
             03 HCHKLN6A    PICTURE X.
           02  HCHKLN6I  PIC X(60).
           02  HCHKMSGL    COMP  PIC  S9(4).
           02  HCHKMSGF    PICTURE X.
           02  FILLER REDEFINES HCHKMSGF.
             03 HCHKMSGA    PICTURE X.
           02  HCHKMSGI  PIC X(40).
       01  HCHKMAPO REDEFINES HCHKMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCHKACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCHKWRDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCHKBEDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCHKTYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCHKLN1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCHKLN2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCHKLN3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCHKLN4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCHKLN5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCHKLN6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCHKMSGO  PIC X(40).
      * Ward shift staffing screen
       01  HCSFMAPI.
           02  FILLER PIC X(12).
           02  HCSFACTL    COMP  PIC  S9(4).
           02  HCSFACTF    PICTURE X.
           02  FILLER REDEFINES HCSFACTF.
             03 HCSFACTA    PICTURE X.
           02  HCSFACTI  PIC X(1).
           02  HCSFWRDL    COMP  PIC  S9(4).
           02  HCSFWRDF    PICTURE X.
           02  FILLER REDEFINES HCSFWRDF.
             03 HCSFWRDA    PICTURE X.
           02  HCSFWRDI  PIC X(4).
           02  HCSFDTEL    COMP  PIC  S9(4).
           02  HCSFDTEF    PICTURE X.
           02  FILLER REDEFINES HCSFDTEF.
             03 HCSFDTEA    PICTURE X.
           02  HCSFDTEI  PIC X(10).
           02  HCSFSHFL    COMP  PIC  S9(4).
           02  HCSFSHFF    PICTURE X.
           02  FILLER REDEFINES HCSFSHFF.
             03 HCSFSHFA    PICTURE X.
           02  HCSFSHFI  PIC X(1).
           02  HCSFRRNL    COMP  PIC  S9(4).
           02  HCSFRRNF    PICTURE X.
           02  FILLER REDEFINES HCSFRRNF.
             03 HCSFRRNA    PICTURE X.
           02  HCSFRRNI  PIC X(3).
           02  HCSFRSWL    COMP  PIC  S9(4).
           02  HCSFRSWF    PICTURE X.
           02  FILLER REDEFINES HCSFRSWF.
             03 HCSFRSWA    PICTURE X.
           02  HCSFRSWI  PIC X(3).
           02  HCSFARNL    COMP  PIC  S9(4).
           02  HCSFARNF    PICTURE X.
           02  FILLER REDEFINES HCSFARNF.
             03 HCSFARNA    PICTURE X.
           02  HCSFARNI  PIC X(3).
           02  HCSFASWL    COMP  PIC  S9(4).
           02  HCSFASWF    PICTURE X.
           02  FILLER REDEFINES HCSFASWF.
             03 HCSFASWA    PICTURE X.
           02  HCSFASWI  PIC X(3).
           02  HCSFPTSL    COMP  PIC  S9(4).
           02  HCSFPTSF    PICTURE X.
           02  FILLER REDEFINES HCSFPTSF.
             03 HCSFPTSA    PICTURE X.
           02  HCSFPTSI  PIC X(3).
           02  HCSFHACL    COMP  PIC  S9(4).
           02  HCSFHACF    PICTURE X.
           02  FILLER REDEFINES HCSFHACF.
             03 HCSFHACA    PICTURE X.
           02  HCSFHACI  PIC X(3).
           02  HCSFPRNL    COMP  PIC  S9(4).
           02  HCSFPRNF    PICTURE X.
           02  FILLER REDEFINES HCSFPRNF.
             03 HCSFPRNA    PICTURE X.
           02  HCSFPRNI  PIC X(2).
           02  HCSFPSWL    COMP  PIC  S9(4).
           02  HCSFPSWF    PICTURE X.
           02  FILLER REDEFINES HCSFPSWF.
             03 HCSFPSWA    PICTURE X.
           02  HCSFPSWI  PIC X(2).
           02  HCSFAMXL    COMP  PIC  S9(4).
           02  HCSFAMXF    PICTURE X.
           02  FILLER REDEFINES HCSFAMXF.
             03 HCSFAMXA    PICTURE X.
           02  HCSFAMXI  PIC X(3).
           02  HCSFFLGL    COMP  PIC  S9(4).
           02  HCSFFLGF    PICTURE X.
           02  FILLER REDEFINES HCSFFLGF.
             03 HCSFFLGA    PICTURE X.
           02  HCSFFLGI  PIC X(3).
           02  HCSFMSGL    COMP  PIC  S9(4).
           02  HCSFMSGF    PICTURE X.
           02  FILLER REDEFINES HCSFMSGF.
             03 HCSFMSGA    PICTURE X.
           02  HCSFMSGI  PIC X(40).
       01  HCSFMAPO REDEFINES HCSFMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCSFACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCSFWRDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCSFDTEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCSFSHFO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCSFRRNO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCSFRSWO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCSFARNO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCSFASWO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCSFPTSO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCSFHACO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCSFPRNO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  HCSFPSWO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  HCSFAMXO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCSFFLGO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCSFMSGO  PIC X(40).
      * Patient transport booking
       01  HCPTMAPI.
           02  FILLER PIC X(12).
           02  HCPTACTL    COMP  PIC  S9(4).
           02  HCPTACTF    PICTURE X.
           02  FILLER REDEFINES HCPTACTF.
             03 HCPTACTA    PICTURE X.
           02  HCPTACTI  PIC X(1).
           02  HCPTPNOL    COMP  PIC  S9(4).
           02  HCPTPNOF    PICTURE X.
           02  FILLER REDEFINES HCPTPNOF.
             03 HCPTPNOA    PICTURE X.
           02  HCPTPNOI  PIC X(10).
           02  HCPTTRNL    COMP  PIC  S9(4).
           02  HCPTTRNF    PICTURE X.
           02  FILLER REDEFINES HCPTTRNF.
             03 HCPTTRNA    PICTURE X.
           02  HCPTTRNI  PIC X(10).
           02  HCPTLNKL    COMP  PIC  S9(4).
           02  HCPTLNKF    PICTURE X.
           02  FILLER REDEFINES HCPTLNKF.
             03 HCPTLNKA    PICTURE X.
           02  HCPTLNKI  PIC X(1).
           02  HCPTAPTL    COMP  PIC  S9(4).
           02  HCPTAPTF    PICTURE X.
           02  FILLER REDEFINES HCPTAPTF.
             03 HCPTAPTA    PICTURE X.
           02  HCPTAPTI  PIC X(10).
           02  HCPTMOBL    COMP  PIC  S9(4).
           02  HCPTMOBF    PICTURE X.
           02  FILLER REDEFINES HCPTMOBF.
             03 HCPTMOBA    PICTURE X.
           02  HCPTMOBI  PIC X(1).
           02  HCPTESCL    COMP  PIC  S9(4).
           02  HCPTESCF    PICTURE X.
           02  FILLER REDEFINES HCPTESCF.
             03 HCPTESCA    PICTURE X.
           02  HCPTESCI  PIC X(1).
           02  HCPTRETL    COMP  PIC  S9(4).
           02  HCPTRETF    PICTURE X.
           02  FILLER REDEFINES HCPTRETF.
             03 HCPTRETA    PICTURE X.
           02  HCPTRETI  PIC X(1).
           02  HCPTBLDL    COMP  PIC  S9(4).
           02  HCPTBLDF    PICTURE X.
           02  FILLER REDEFINES HCPTBLDF.
             03 HCPTBLDA    PICTURE X.
           02  HCPTBLDI  PIC X(1).
           02  HCPTDEFL    COMP  PIC  S9(4).
           02  HCPTDEFF    PICTURE X.
           02  FILLER REDEFINES HCPTDEFF.
             03 HCPTDEFA    PICTURE X.
           02  HCPTDEFI  PIC X(1).
           02  HCPTADRL    COMP  PIC  S9(4).
           02  HCPTADRF    PICTURE X.
           02  FILLER REDEFINES HCPTADRF.
             03 HCPTADRA    PICTURE X.
           02  HCPTADRI  PIC X(20).
           02  HCPTCTYL    COMP  PIC  S9(4).
           02  HCPTCTYF    PICTURE X.
           02  FILLER REDEFINES HCPTCTYF.
             03 HCPTCTYA    PICTURE X.
           02  HCPTCTYI  PIC X(20).
           02  HCPTPCDL    COMP  PIC  S9(4).
           02  HCPTPCDF    PICTURE X.
           02  FILLER REDEFINES HCPTPCDF.
             03 HCPTPCDA    PICTURE X.
           02  HCPTPCDI  PIC X(10).
           02  HCPTDSTL    COMP  PIC  S9(4).
           02  HCPTDSTF    PICTURE X.
           02  FILLER REDEFINES HCPTDSTF.
             03 HCPTDSTA    PICTURE X.
           02  HCPTDSTI  PIC X(20).
           02  HCPTPDTL    COMP  PIC  S9(4).
           02  HCPTPDTF    PICTURE X.
           02  FILLER REDEFINES HCPTPDTF.
             03 HCPTPDTA    PICTURE X.
           02  HCPTPDTI  PIC X(10).
           02  HCPTPTML    COMP  PIC  S9(4).
           02  HCPTPTMF    PICTURE X.
           02  FILLER REDEFINES HCPTPTMF.
             03 HCPTPTMA    PICTURE X.
           02  HCPTPTMI  PIC X(8).
           02  HCPTLEDL    COMP  PIC  S9(4).
           02  HCPTLEDF    PICTURE X.
           02  FILLER REDEFINES HCPTLEDF.
             03 HCPTLEDA    PICTURE X.
           02  HCPTLEDI  PIC X(3).
           02  HCPTSTSL    COMP  PIC  S9(4).
           02  HCPTSTSF    PICTURE X.
           02  FILLER REDEFINES HCPTSTSF.
             03 HCPTSTSA    PICTURE X.
           02  HCPTSTSI  PIC X(1).
           02  HCPTMSGL    COMP  PIC  S9(4).
           02  HCPTMSGF    PICTURE X.
           02  FILLER REDEFINES HCPTMSGF.
             03 HCPTMSGA    PICTURE X.
           02  HCPTMSGI  PIC X(40).
       01  HCPTMAPO REDEFINES HCPTMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCPTACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPTPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPTTRNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPTLNKO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPTAPTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPTMOBO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPTESCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPTRETO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPTBLDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPTDEFO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPTADRO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCPTCTYO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCPTPCDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPTDSTO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCPTPDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCPTPTMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCPTLEDO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCPTSTSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCPTMSGO  PIC X(40).
      * Clinic room and equipment resource screen
       01  HCRBMAPI.
           02  FILLER PIC X(12).
           02  HCRBACTL    COMP  PIC  S9(4).
           02  HCRBACTF    PICTURE X.
           02  FILLER REDEFINES HCRBACTF.
             03 HCRBACTA    PICTURE X.
           02  HCRBACTI  PIC X(1).
           02  HCRBRIDL    COMP  PIC  S9(4).
           02  HCRBRIDF    PICTURE X.
           02  FILLER REDEFINES HCRBRIDF.
             03 HCRBRIDA    PICTURE X.
           02  HCRBRIDI  PIC X(8).
           02  HCRBFACL    COMP  PIC  S9(4).
           02  HCRBFACF    PICTURE X.
           02  FILLER REDEFINES HCRBFACF.
             03 HCRBFACA    PICTURE X.
           02  HCRBFACI  PIC X(4).
           02  HCRBCLSL    COMP  PIC  S9(4).
           02  HCRBCLSF    PICTURE X.
           02  FILLER REDEFINES HCRBCLSF.
             03 HCRBCLSA    PICTURE X.
           02  HCRBCLSI  PIC X(1).
           02  HCRBRTYL    COMP  PIC  S9(4).
           02  HCRBRTYF    PICTURE X.
           02  FILLER REDEFINES HCRBRTYF.
             03 HCRBRTYA    PICTURE X.
           02  HCRBRTYI  PIC X(6).
           02  HCRBDSCL    COMP  PIC  S9(4).
           02  HCRBDSCF    PICTURE X.
           02  FILLER REDEFINES HCRBDSCF.
             03 HCRBDSCA    PICTURE X.
           02  HCRBDSCI  PIC X(30).
           02  HCRBACVL    COMP  PIC  S9(4).
           02  HCRBACVF    PICTURE X.
           02  FILLER REDEFINES HCRBACVF.
             03 HCRBACVA    PICTURE X.
           02  HCRBACVI  PIC X(1).
           02  HCRBAPTL    COMP  PIC  S9(4).
           02  HCRBAPTF    PICTURE X.
           02  FILLER REDEFINES HCRBAPTF.
             03 HCRBAPTA    PICTURE X.
           02  HCRBAPTI  PIC X(6).
           02  HCRBNDSL    COMP  PIC  S9(4).
           02  HCRBNDSF    PICTURE X.
           02  FILLER REDEFINES HCRBNDSF.
             03 HCRBNDSA    PICTURE X.
           02  HCRBNDSI  PIC X(70).
           02  HCRBMSGL    COMP  PIC  S9(4).
           02  HCRBMSGF    PICTURE X.
           02  FILLER REDEFINES HCRBMSGF.
             03 HCRBMSGA    PICTURE X.
           02  HCRBMSGI  PIC X(40).
       01  HCRBMAPO REDEFINES HCRBMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCRBACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCRBRIDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HCRBFACO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCRBCLSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCRBRTYO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  HCRBDSCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  HCRBACVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCRBAPTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  HCRBNDSO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCRBMSGO  PIC X(40).
      * Clinic secure message inbox screen
       01  HCMGMAPI.
           02  FILLER PIC X(12).
           02  HCMGACTL    COMP  PIC  S9(4).
           02  HCMGACTF    PICTURE X.
           02  FILLER REDEFINES HCMGACTF.
             03 HCMGACTA    PICTURE X.
           02  HCMGACTI  PIC X(1).
           02  HCMGCLNL    COMP  PIC  S9(4).
           02  HCMGCLNF    PICTURE X.
           02  FILLER REDEFINES HCMGCLNF.
             03 HCMGCLNA    PICTURE X.
           02  HCMGCLNI  PIC X(20).
           02  HCMGMIDL    COMP  PIC  S9(4).
           02  HCMGMIDF    PICTURE X.
           02  FILLER REDEFINES HCMGMIDF.
             03 HCMGMIDA    PICTURE X.
           02  HCMGMIDI  PIC X(10).
           02  HCMGPNOL    COMP  PIC  S9(4).
           02  HCMGPNOF    PICTURE X.
           02  FILLER REDEFINES HCMGPNOF.
             03 HCMGPNOA    PICTURE X.
           02  HCMGPNOI  PIC X(10).
           02  HCMGSTSL    COMP  PIC  S9(4).
           02  HCMGSTSF    PICTURE X.
           02  FILLER REDEFINES HCMGSTSF.
             03 HCMGSTSA    PICTURE X.
           02  HCMGSTSI  PIC X(1).
           02  HCMGSBJL    COMP  PIC  S9(4).
           02  HCMGSBJF    PICTURE X.
           02  FILLER REDEFINES HCMGSBJF.
             03 HCMGSBJA    PICTURE X.
           02  HCMGSBJI  PIC X(40).
           02  HCMGL01L    COMP  PIC  S9(4).
           02  HCMGL01F    PICTURE X.
           02  FILLER REDEFINES HCMGL01F.
             03 HCMGL01A    PICTURE X.
           02  HCMGL01I  PIC X(70).
           02  HCMGL02L    COMP  PIC  S9(4).
           02  HCMGL02F    PICTURE X.
           02  FILLER REDEFINES HCMGL02F.
             03 HCMGL02A    PICTURE X.
           02  HCMGL02I  PIC X(70).
           02  HCMGL03L    COMP  PIC  S9(4).
           02  HCMGL03F    PICTURE X.
           02  FILLER REDEFINES HCMGL03F.
             03 HCMGL03A    PICTURE X.
           02  HCMGL03I  PIC X(70).
           02  HCMGL04L    COMP  PIC  S9(4).
           02  HCMGL04F    PICTURE X.
           02  FILLER REDEFINES HCMGL04F.
             03 HCMGL04A    PICTURE X.
           02  HCMGL04I  PIC X(70).
           02  HCMGL05L    COMP  PIC  S9(4).
           02  HCMGL05F    PICTURE X.
           02  FILLER REDEFINES HCMGL05F.
             03 HCMGL05A    PICTURE X.
           02  HCMGL05I  PIC X(70).
           02  HCMGL06L    COMP  PIC  S9(4).
           02  HCMGL06F    PICTURE X.
           02  FILLER REDEFINES HCMGL06F.
             03 HCMGL06A    PICTURE X.
           02  HCMGL06I  PIC X(70).
           02  HCMGL07L    COMP  PIC  S9(4).
           02  HCMGL07F    PICTURE X.
           02  FILLER REDEFINES HCMGL07F.
             03 HCMGL07A    PICTURE X.
           02  HCMGL07I  PIC X(70).
           02  HCMGL08L    COMP  PIC  S9(4).
           02  HCMGL08F    PICTURE X.
           02  FILLER REDEFINES HCMGL08F.
             03 HCMGL08A    PICTURE X.
           02  HCMGL08I  PIC X(70).
           02  HCMGL09L    COMP  PIC  S9(4).
           02  HCMGL09F    PICTURE X.
           02  FILLER REDEFINES HCMGL09F.
             03 HCMGL09A    PICTURE X.
           02  HCMGL09I  PIC X(70).
           02  HCMGL10L    COMP  PIC  S9(4).
           02  HCMGL10F    PICTURE X.
           02  FILLER REDEFINES HCMGL10F.
             03 HCMGL10A    PICTURE X.
           02  HCMGL10I  PIC X(70).
           02  HCMGTX1L    COMP  PIC  S9(4).
           02  HCMGTX1F    PICTURE X.
           02  FILLER REDEFINES HCMGTX1F.
             03 HCMGTX1A    PICTURE X.
           02  HCMGTX1I  PIC X(70).
           02  HCMGTX2L    COMP  PIC  S9(4).
           02  HCMGTX2F    PICTURE X.
           02  FILLER REDEFINES HCMGTX2F.
             03 HCMGTX2A    PICTURE X.
           02  HCMGTX2I  PIC X(70).
           02  HCMGTX3L    COMP  PIC  S9(4).
           02  HCMGTX3F    PICTURE X.
           02  FILLER REDEFINES HCMGTX3F.
             03 HCMGTX3A    PICTURE X.
           02  HCMGTX3I  PIC X(70).
           02  HCMGTX4L    COMP  PIC  S9(4).
           02  HCMGTX4F    PICTURE X.
           02  FILLER REDEFINES HCMGTX4F.
             03 HCMGTX4A    PICTURE X.
           02  HCMGTX4I  PIC X(70).
           02  HCMGRP1L    COMP  PIC  S9(4).
           02  HCMGRP1F    PICTURE X.
           02  FILLER REDEFINES HCMGRP1F.
             03 HCMGRP1A    PICTURE X.
           02  HCMGRP1I  PIC X(70).
           02  HCMGRP2L    COMP  PIC  S9(4).
           02  HCMGRP2F    PICTURE X.
           02  FILLER REDEFINES HCMGRP2F.
             03 HCMGRP2A    PICTURE X.
           02  HCMGRP2I  PIC X(70).
           02  HCMGRP3L    COMP  PIC  S9(4).
           02  HCMGRP3F    PICTURE X.
           02  FILLER REDEFINES HCMGRP3F.
             03 HCMGRP3A    PICTURE X.
           02  HCMGRP3I  PIC X(70).
           02  HCMGRP4L    COMP  PIC  S9(4).
           02  HCMGRP4F    PICTURE X.
           02  FILLER REDEFINES HCMGRP4F.
             03 HCMGRP4A    PICTURE X.
           02  HCMGRP4I  PIC X(70).
           02  HCMGMSGL    COMP  PIC  S9(4).
           02  HCMGMSGF    PICTURE X.
           02  FILLER REDEFINES HCMGMSGF.
             03 HCMGMSGA    PICTURE X.
           02  HCMGMSGI  PIC X(40).
       01  HCMGMAPO REDEFINES HCMGMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCMGACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCMGCLNO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCMGMIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCMGPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCMGSTSO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCMGSBJO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  HCMGL01O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGL02O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGL03O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGL04O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGL05O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGL06O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGL07O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGL08O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGL09O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGL10O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGTX1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGTX2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGTX3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGTX4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGRP1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGRP2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGRP3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGRP4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCMGMSGO  PIC X(40).
      * SMS reply front-desk worklist screen
       01  HCSMMAPI.
           02  FILLER PIC X(12).
           02  HCSMRIDL    COMP  PIC  S9(4).
           02  HCSMRIDF    PICTURE X.
           02  FILLER REDEFINES HCSMRIDF.
             03 HCSMRIDA    PICTURE X.
           02  HCSMRIDI  PIC X(10).
           02  HCSMLN1L    COMP  PIC  S9(4).
           02  HCSMLN1F    PICTURE X.
           02  FILLER REDEFINES HCSMLN1F.
             03 HCSMLN1A    PICTURE X.
           02  HCSMLN1I  PIC X(70).
           02  HCSMLN2L    COMP  PIC  S9(4).
           02  HCSMLN2F    PICTURE X.
           02  FILLER REDEFINES HCSMLN2F.
             03 HCSMLN2A    PICTURE X.
           02  HCSMLN2I  PIC X(70).
           02  HCSMLN3L    COMP  PIC  S9(4).
           02  HCSMLN3F    PICTURE X.
           02  FILLER REDEFINES HCSMLN3F.
             03 HCSMLN3A    PICTURE X.
           02  HCSMLN3I  PIC X(70).
           02  HCSMLN4L    COMP  PIC  S9(4).
           02  HCSMLN4F    PICTURE X.
           02  FILLER REDEFINES HCSMLN4F.
             03 HCSMLN4A    PICTURE X.
           02  HCSMLN4I  PIC X(70).
           02  HCSMLN5L    COMP  PIC  S9(4).
           02  HCSMLN5F    PICTURE X.
           02  FILLER REDEFINES HCSMLN5F.
             03 HCSMLN5A    PICTURE X.
           02  HCSMLN5I  PIC X(70).
           02  HCSMLN6L    COMP  PIC  S9(4).
           02  HCSMLN6F    PICTURE X.
           02  FILLER REDEFINES HCSMLN6F.
             03 HCSMLN6A    PICTURE X.
           02  HCSMLN6I  PIC X(70).
           02  HCSMLN7L    COMP  PIC  S9(4).
           02  HCSMLN7F    PICTURE X.
           02  FILLER REDEFINES HCSMLN7F.
             03 HCSMLN7A    PICTURE X.
           02  HCSMLN7I  PIC X(70).
           02  HCSMLN8L    COMP  PIC  S9(4).
           02  HCSMLN8F    PICTURE X.
           02  FILLER REDEFINES HCSMLN8F.
             03 HCSMLN8A    PICTURE X.
           02  HCSMLN8I  PIC X(70).
           02  HCSMMSGL    COMP  PIC  S9(4).
           02  HCSMMSGF    PICTURE X.
           02  FILLER REDEFINES HCSMMSGF.
             03 HCSMMSGA    PICTURE X.
           02  HCSMMSGI  PIC X(40).
       01  HCSMMAPO REDEFINES HCSMMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCSMRIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCSMLN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCSMLN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCSMLN3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCSMLN4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCSMLN5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCSMLN6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCSMLN7O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCSMLN8O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCSMMSGO  PIC X(40).
      * National identifier review worklist
       01  HCNIMAPI.
           02  FILLER PIC X(12).
           02  HCNIRIDL    COMP  PIC  S9(4).
           02  HCNIRIDF    PICTURE X.
           02  FILLER REDEFINES HCNIRIDF.
             03 HCNIRIDA    PICTURE X.
           02  HCNIRIDI  PIC X(10).
           02  HCNILN1L    COMP  PIC  S9(4).
           02  HCNILN1F    PICTURE X.
           02  FILLER REDEFINES HCNILN1F.
             03 HCNILN1A    PICTURE X.
           02  HCNILN1I  PIC X(73).
           02  HCNILN2L    COMP  PIC  S9(4).
           02  HCNILN2F    PICTURE X.
           02  FILLER REDEFINES HCNILN2F.
             03 HCNILN2A    PICTURE X.
           02  HCNILN2I  PIC X(73).
           02  HCNILN3L    COMP  PIC  S9(4).
           02  HCNILN3F    PICTURE X.
           02  FILLER REDEFINES HCNILN3F.
             03 HCNILN3A    PICTURE X.
           02  HCNILN3I  PIC X(73).
           02  HCNILN4L    COMP  PIC  S9(4).
           02  HCNILN4F    PICTURE X.
           02  FILLER REDEFINES HCNILN4F.
             03 HCNILN4A    PICTURE X.
           02  HCNILN4I  PIC X(73).
           02  HCNILN5L    COMP  PIC  S9(4).
           02  HCNILN5F    PICTURE X.
           02  FILLER REDEFINES HCNILN5F.
             03 HCNILN5A    PICTURE X.
           02  HCNILN5I  PIC X(73).
           02  HCNILN6L    COMP  PIC  S9(4).
           02  HCNILN6F    PICTURE X.
           02  FILLER REDEFINES HCNILN6F.
             03 HCNILN6A    PICTURE X.
           02  HCNILN6I  PIC X(73).
           02  HCNILN7L    COMP  PIC  S9(4).
           02  HCNILN7F    PICTURE X.
           02  FILLER REDEFINES HCNILN7F.
             03 HCNILN7A    PICTURE X.
           02  HCNILN7I  PIC X(73).
           02  HCNILN8L    COMP  PIC  S9(4).
           02  HCNILN8F    PICTURE X.
           02  FILLER REDEFINES HCNILN8F.
             03 HCNILN8A    PICTURE X.
           02  HCNILN8I  PIC X(73).
           02  HCNIMSGL    COMP  PIC  S9(4).
           02  HCNIMSGF    PICTURE X.
           02  FILLER REDEFINES HCNIMSGF.
             03 HCNIMSGA    PICTURE X.
           02  HCNIMSGI  PIC X(40).
       01  HCNIMAPO REDEFINES HCNIMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCNIRIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCNILN1O  PIC X(73).
           02  FILLER PICTURE X(3).
           02  HCNILN2O  PIC X(73).
           02  FILLER PICTURE X(3).
           02  HCNILN3O  PIC X(73).
           02  FILLER PICTURE X(3).
           02  HCNILN4O  PIC X(73).
           02  FILLER PICTURE X(3).
           02  HCNILN5O  PIC X(73).
           02  FILLER PICTURE X(3).
           02  HCNILN6O  PIC X(73).
           02  FILLER PICTURE X(3).
           02  HCNILN7O  PIC X(73).
           02  FILLER PICTURE X(3).
           02  HCNILN8O  PIC X(73).
           02  FILLER PICTURE X(3).
           02  HCNIMSGO  PIC X(40).
      * Social history screen
       01  HCSHMAPI.
           02  FILLER PIC X(12).
           02  HCSHACTL    COMP  PIC  S9(4).
           02  HCSHACTF    PICTURE X.
           02  FILLER REDEFINES HCSHACTF.
             03 HCSHACTA    PICTURE X.
           02  HCSHACTI  PIC X(1).
           02  HCSHPNOL    COMP  PIC  S9(4).
           02  HCSHPNOF    PICTURE X.
           02  FILLER REDEFINES HCSHPNOF.
             03 HCSHPNOA    PICTURE X.
           02  HCSHPNOI  PIC X(10).
           02  HCSHDATL    COMP  PIC  S9(4).
           02  HCSHDATF    PICTURE X.
           02  FILLER REDEFINES HCSHDATF.
             03 HCSHDATA    PICTURE X.
           02  HCSHDATI  PIC X(10).
           02  HCSHSMKL    COMP  PIC  S9(4).
           02  HCSHSMKF    PICTURE X.
           02  FILLER REDEFINES HCSHSMKF.
             03 HCSHSMKA    PICTURE X.
           02  HCSHSMKI  PIC X(1).
           02  HCSHPKYL    COMP  PIC  S9(4).
           02  HCSHPKYF    PICTURE X.
           02  FILLER REDEFINES HCSHPKYF.
             03 HCSHPKYA    PICTURE X.
           02  HCSHPKYI  PIC X(3).
           02  HCSHALCL    COMP  PIC  S9(4).
           02  HCSHALCF    PICTURE X.
           02  FILLER REDEFINES HCSHALCF.
             03 HCSHALCA    PICTURE X.
           02  HCSHALCI  PIC X(3).
           02  HCSHOCCL    COMP  PIC  S9(4).
           02  HCSHOCCF    PICTURE X.
           02  FILLER REDEFINES HCSHOCCF.
             03 HCSHOCCA    PICTURE X.
           02  HCSHOCCI  PIC X(30).
           02  HCSHLIVL    COMP  PIC  S9(4).
           02  HCSHLIVF    PICTURE X.
           02  FILLER REDEFINES HCSHLIVF.
             03 HCSHLIVA    PICTURE X.
           02  HCSHLIVI  PIC X(1).
           02  HCSHHL1L    COMP  PIC  S9(4).
           02  HCSHHL1F    PICTURE X.
           02  FILLER REDEFINES HCSHHL1F.
             03 HCSHHL1A    PICTURE X.
           02  HCSHHL1I  PIC X(60).
           02  HCSHHL2L    COMP  PIC  S9(4).
           02  HCSHHL2F    PICTURE X.
           02  FILLER REDEFINES HCSHHL2F.
             03 HCSHHL2A    PICTURE X.
           02  HCSHHL2I  PIC X(60).
           02  HCSHHL3L    COMP  PIC  S9(4).
           02  HCSHHL3F    PICTURE X.
           02  FILLER REDEFINES HCSHHL3F.
             03 HCSHHL3A    PICTURE X.
           02  HCSHHL3I  PIC X(60).
           02  HCSHHL4L    COMP  PIC  S9(4).
           02  HCSHHL4F    PICTURE X.
           02  FILLER REDEFINES HCSHHL4F.
             03 HCSHHL4A    PICTURE X.
           02  HCSHHL4I  PIC X(60).
           02  HCSHHL5L    COMP  PIC  S9(4).
           02  HCSHHL5F    PICTURE X.
           02  FILLER REDEFINES HCSHHL5F.
             03 HCSHHL5A    PICTURE X.
           02  HCSHHL5I  PIC X(60).
           02  HCSHHL6L    COMP  PIC  S9(4).
           02  HCSHHL6F    PICTURE X.
           02  FILLER REDEFINES HCSHHL6F.
             03 HCSHHL6A    PICTURE X.
           02  HCSHHL6I  PIC X(60).
           02  HCSHMSGL    COMP  PIC  S9(4).
           02  HCSHMSGF    PICTURE X.
           02  FILLER REDEFINES HCSHMSGF.
             03 HCSHMSGA    PICTURE X.
           02  HCSHMSGI  PIC X(40).
       01  HCSHMAPO REDEFINES HCSHMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCSHACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCSHPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCSHDATO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCSHSMKO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCSHPKYO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCSHALCO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  HCSHOCCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  HCSHLIVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCSHHL1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCSHHL2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCSHHL3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCSHHL4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCSHHL5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCSHHL6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCSHMSGO  PIC X(40).
      * Complaints and compliments case screen
       01  HCCQMAPI.
           02  FILLER PIC X(12).
           02  HCCQACTL    COMP  PIC  S9(4).
           02  HCCQACTF    PICTURE X.
           02  FILLER REDEFINES HCCQACTF.
             03 HCCQACTA    PICTURE X.
           02  HCCQACTI  PIC X(1).
           02  HCCQCIDL    COMP  PIC  S9(4).
           02  HCCQCIDF    PICTURE X.
           02  FILLER REDEFINES HCCQCIDF.
             03 HCCQCIDA    PICTURE X.
           02  HCCQCIDI  PIC X(10).
           02  HCCQTYPL    COMP  PIC  S9(4).
           02  HCCQTYPF    PICTURE X.
           02  FILLER REDEFINES HCCQTYPF.
             03 HCCQTYPA    PICTURE X.
           02  HCCQTYPI  PIC X(1).
           02  HCCQSRCL    COMP  PIC  S9(4).
           02  HCCQSRCF    PICTURE X.
           02  FILLER REDEFINES HCCQSRCF.
             03 HCCQSRCA    PICTURE X.
           02  HCCQSRCI  PIC X(1).
           02  HCCQCATL    COMP  PIC  S9(4).
           02  HCCQCATF    PICTURE X.
           02  FILLER REDEFINES HCCQCATF.
             03 HCCQCATA    PICTURE X.
           02  HCCQCATI  PIC X(4).
           02  HCCQPNOL    COMP  PIC  S9(4).
           02  HCCQPNOF    PICTURE X.
           02  FILLER REDEFINES HCCQPNOF.
             03 HCCQPNOA    PICTURE X.
           02  HCCQPNOI  PIC X(10).
           02  HCCQFACL    COMP  PIC  S9(4).
           02  HCCQFACF    PICTURE X.
           02  FILLER REDEFINES HCCQFACF.
             03 HCCQFACA    PICTURE X.
           02  HCCQFACI  PIC X(4).
           02  HCCQCLNL    COMP  PIC  S9(4).
           02  HCCQCLNF    PICTURE X.
           02  FILLER REDEFINES HCCQCLNF.
             03 HCCQCLNA    PICTURE X.
           02  HCCQCLNI  PIC X(20).
           02  HCCQWRDL    COMP  PIC  S9(4).
           02  HCCQWRDF    PICTURE X.
           02  FILLER REDEFINES HCCQWRDF.
             03 HCCQWRDA    PICTURE X.
           02  HCCQWRDI  PIC X(4).
           02  HCCQSTFL    COMP  PIC  S9(4).
           02  HCCQSTFF    PICTURE X.
           02  FILLER REDEFINES HCCQSTFF.
             03 HCCQSTFA    PICTURE X.
           02  HCCQSTFI  PIC X(30).
           02  HCCQSUML    COMP  PIC  S9(4).
           02  HCCQSUMF    PICTURE X.
           02  FILLER REDEFINES HCCQSUMF.
             03 HCCQSUMA    PICTURE X.
           02  HCCQSUMI  PIC X(60).
           02  HCCQRCVL    COMP  PIC  S9(4).
           02  HCCQRCVF    PICTURE X.
           02  FILLER REDEFINES HCCQRCVF.
             03 HCCQRCVA    PICTURE X.
           02  HCCQRCVI  PIC X(10).
           02  HCCQAKDL    COMP  PIC  S9(4).
           02  HCCQAKDF    PICTURE X.
           02  FILLER REDEFINES HCCQAKDF.
             03 HCCQAKDA    PICTURE X.
           02  HCCQAKDI  PIC X(10).
           02  HCCQAKSL    COMP  PIC  S9(4).
           02  HCCQAKSF    PICTURE X.
           02  FILLER REDEFINES HCCQAKSF.
             03 HCCQAKSA    PICTURE X.
           02  HCCQAKSI  PIC X(10).
           02  HCCQRPDL    COMP  PIC  S9(4).
           02  HCCQRPDF    PICTURE X.
           02  FILLER REDEFINES HCCQRPDF.
             03 HCCQRPDA    PICTURE X.
           02  HCCQRPDI  PIC X(10).
           02  HCCQRPSL    COMP  PIC  S9(4).
           02  HCCQRPSF    PICTURE X.
           02  FILLER REDEFINES HCCQRPSF.
             03 HCCQRPSA    PICTURE X.
           02  HCCQRPSI  PIC X(10).
           02  HCCQSTAL    COMP  PIC  S9(4).
           02  HCCQSTAF    PICTURE X.
           02  FILLER REDEFINES HCCQSTAF.
             03 HCCQSTAA    PICTURE X.
           02  HCCQSTAI  PIC X(1).
           02  HCCQMSGL    COMP  PIC  S9(4).
           02  HCCQMSGF    PICTURE X.
           02  FILLER REDEFINES HCCQMSGF.
             03 HCCQMSGA    PICTURE X.
           02  HCCQMSGI  PIC X(40).
       01  HCCQMAPO REDEFINES HCCQMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCCQACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCCQCIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCQTYPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCCQSRCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCCQCATO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCCQPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCQFACO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCCQCLNO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  HCCQWRDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HCCQSTFO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  HCCQSUMO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  HCCQRCVO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCQAKDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCQAKSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCQRPDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCQRPSO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCCQSTAO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCCQMSGO  PIC X(40).
      * Discharge medication (TTO) verify and issue screen
       01  HCTOMAPI.
           02  FILLER PIC X(12).
           02  HCTOACTL    COMP  PIC  S9(4).
           02  HCTOACTF    PICTURE X.
           02  FILLER REDEFINES HCTOACTF.
             03 HCTOACTA    PICTURE X.
           02  HCTOACTI  PIC X(1).
           02  HCTOPNOL    COMP  PIC  S9(4).
           02  HCTOPNOF    PICTURE X.
           02  FILLER REDEFINES HCTOPNOF.
             03 HCTOPNOA    PICTURE X.
           02  HCTOPNOI  PIC X(10).
           02  HCTOLSTL    COMP  PIC  S9(4).
           02  HCTOLSTF    PICTURE X.
           02  FILLER REDEFINES HCTOLSTF.
             03 HCTOLSTA    PICTURE X.
           02  HCTOLSTI  PIC X(19).
           02  HCTOTIDL    COMP  PIC  S9(4).
           02  HCTOTIDF    PICTURE X.
           02  FILLER REDEFINES HCTOTIDF.
             03 HCTOTIDA    PICTURE X.
           02  HCTOTIDI  PIC X(10).
           02  HCTOQTYL    COMP  PIC  S9(4).
           02  HCTOQTYF    PICTURE X.
           02  FILLER REDEFINES HCTOQTYF.
             03 HCTOQTYA    PICTURE X.
           02  HCTOQTYI  PIC X(5).
           02  HCTOLN1L    COMP  PIC  S9(4).
           02  HCTOLN1F    PICTURE X.
           02  FILLER REDEFINES HCTOLN1F.
             03 HCTOLN1A    PICTURE X.
           02  HCTOLN1I  PIC X(70).
           02  HCTOLN2L    COMP  PIC  S9(4).
           02  HCTOLN2F    PICTURE X.
           02  FILLER REDEFINES HCTOLN2F.
             03 HCTOLN2A    PICTURE X.
           02  HCTOLN2I  PIC X(70).
           02  HCTOLN3L    COMP  PIC  S9(4).
           02  HCTOLN3F    PICTURE X.
           02  FILLER REDEFINES HCTOLN3F.
             03 HCTOLN3A    PICTURE X.
           02  HCTOLN3I  PIC X(70).
           02  HCTOLN4L    COMP  PIC  S9(4).
           02  HCTOLN4F    PICTURE X.
           02  FILLER REDEFINES HCTOLN4F.
             03 HCTOLN4A    PICTURE X.
           02  HCTOLN4I  PIC X(70).
           02  HCTOLN5L    COMP  PIC  S9(4).
           02  HCTOLN5F    PICTURE X.
           02  FILLER REDEFINES HCTOLN5F.
             03 HCTOLN5A    PICTURE X.
           02  HCTOLN5I  PIC X(70).
           02  HCTOLN6L    COMP  PIC  S9(4).
           02  HCTOLN6F    PICTURE X.
           02  FILLER REDEFINES HCTOLN6F.
             03 HCTOLN6A    PICTURE X.
           02  HCTOLN6I  PIC X(70).
           02  HCTOLN7L    COMP  PIC  S9(4).
           02  HCTOLN7F    PICTURE X.
           02  FILLER REDEFINES HCTOLN7F.
             03 HCTOLN7A    PICTURE X.
           02  HCTOLN7I  PIC X(70).
           02  HCTOLN8L    COMP  PIC  S9(4).
           02  HCTOLN8F    PICTURE X.
           02  FILLER REDEFINES HCTOLN8F.
             03 HCTOLN8A    PICTURE X.
           02  HCTOLN8I  PIC X(70).
           02  HCTOMSGL    COMP  PIC  S9(4).
           02  HCTOMSGF    PICTURE X.
           02  FILLER REDEFINES HCTOMSGF.
             03 HCTOMSGA    PICTURE X.
           02  HCTOMSGI  PIC X(40).
       01  HCTOMAPO REDEFINES HCTOMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCTOACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCTOPNOO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCTOLSTO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  HCTOTIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCTOQTYO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  HCTOLN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTOLN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTOLN3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTOLN4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTOLN5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTOLN6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTOLN7O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTOLN8O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTOMSGO  PIC X(40).
      * Stocktake count entry screen
       01  HCTKMAPI.
           02  FILLER PIC X(12).
           02  HCTKACTL    COMP  PIC  S9(4).
           02  HCTKACTF    PICTURE X.
           02  FILLER REDEFINES HCTKACTF.
             03 HCTKACTA    PICTURE X.
           02  HCTKACTI  PIC X(1).
           02  HCTKTKNL    COMP  PIC  S9(4).
           02  HCTKTKNF    PICTURE X.
           02  FILLER REDEFINES HCTKTKNF.
             03 HCTKTKNA    PICTURE X.
           02  HCTKTKNI  PIC X(19).
           02  HCTKLINL    COMP  PIC  S9(4).
           02  HCTKLINF    PICTURE X.
           02  FILLER REDEFINES HCTKLINF.
             03 HCTKLINA    PICTURE X.
           02  HCTKLINI  PIC X(5).
           02  HCTKQTYL    COMP  PIC  S9(4).
           02  HCTKQTYF    PICTURE X.
           02  FILLER REDEFINES HCTKQTYF.
             03 HCTKQTYA    PICTURE X.
           02  HCTKQTYI  PIC X(7).
           02  HCTKLN1L    COMP  PIC  S9(4).
           02  HCTKLN1F    PICTURE X.
           02  FILLER REDEFINES HCTKLN1F.
             03 HCTKLN1A    PICTURE X.
           02  HCTKLN1I  PIC X(70).
           02  HCTKLN2L    COMP  PIC  S9(4).
           02  HCTKLN2F    PICTURE X.
           02  FILLER REDEFINES HCTKLN2F.
             03 HCTKLN2A    PICTURE X.
           02  HCTKLN2I  PIC X(70).
           02  HCTKLN3L    COMP  PIC  S9(4).
           02  HCTKLN3F    PICTURE X.
           02  FILLER REDEFINES HCTKLN3F.
             03 HCTKLN3A    PICTURE X.
           02  HCTKLN3I  PIC X(70).
           02  HCTKLN4L    COMP  PIC  S9(4).
           02  HCTKLN4F    PICTURE X.
           02  FILLER REDEFINES HCTKLN4F.
             03 HCTKLN4A    PICTURE X.
           02  HCTKLN4I  PIC X(70).
           02  HCTKLN5L    COMP  PIC  S9(4).
           02  HCTKLN5F    PICTURE X.
           02  FILLER REDEFINES HCTKLN5F.
             03 HCTKLN5A    PICTURE X.
           02  HCTKLN5I  PIC X(70).
           02  HCTKLN6L    COMP  PIC  S9(4).
           02  HCTKLN6F    PICTURE X.
           02  FILLER REDEFINES HCTKLN6F.
             03 HCTKLN6A    PICTURE X.
           02  HCTKLN6I  PIC X(70).
           02  HCTKLN7L    COMP  PIC  S9(4).
           02  HCTKLN7F    PICTURE X.
           02  FILLER REDEFINES HCTKLN7F.
             03 HCTKLN7A    PICTURE X.
           02  HCTKLN7I  PIC X(70).
           02  HCTKLN8L    COMP  PIC  S9(4).
           02  HCTKLN8F    PICTURE X.
           02  FILLER REDEFINES HCTKLN8F.
             03 HCTKLN8A    PICTURE X.
           02  HCTKLN8I  PIC X(70).
           02  HCTKMSGL    COMP  PIC  S9(4).
           02  HCTKMSGF    PICTURE X.
           02  FILLER REDEFINES HCTKMSGF.
             03 HCTKMSGA    PICTURE X.
           02  HCTKMSGI  PIC X(40).
       01  HCTKMAPO REDEFINES HCTKMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCTKACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCTKTKNO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  HCTKLINO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  HCTKQTYO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  HCTKLN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTKLN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTKLN3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTKLN4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTKLN5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTKLN6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTKLN7O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTKLN8O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCTKMSGO  PIC X(40).
      * Clinic letter approval screen
       01  HCLTMAPI.
           02  FILLER PIC X(12).
           02  HCLTACTL    COMP  PIC  S9(4).
           02  HCLTACTF    PICTURE X.
           02  FILLER REDEFINES HCLTACTF.
             03 HCLTACTA    PICTURE X.
           02  HCLTACTI  PIC X(1).
           02  HCLTLIDL    COMP  PIC  S9(4).
           02  HCLTLIDF    PICTURE X.
           02  FILLER REDEFINES HCLTLIDF.
             03 HCLTLIDA    PICTURE X.
           02  HCLTLIDI  PIC X(10).
           02  HCLTPRVL    COMP  PIC  S9(4).
           02  HCLTPRVF    PICTURE X.
           02  FILLER REDEFINES HCLTPRVF.
             03 HCLTPRVA    PICTURE X.
           02  HCLTPRVI  PIC X(10).
           02  HCLTLINL    COMP  PIC  S9(4).
           02  HCLTLINF    PICTURE X.
           02  FILLER REDEFINES HCLTLINF.
             03 HCLTLINA    PICTURE X.
           02  HCLTLINI  PIC X(5).
           02  HCLTLN1L    COMP  PIC  S9(4).
           02  HCLTLN1F    PICTURE X.
           02  FILLER REDEFINES HCLTLN1F.
             03 HCLTLN1A    PICTURE X.
           02  HCLTLN1I  PIC X(70).
           02  HCLTLN2L    COMP  PIC  S9(4).
           02  HCLTLN2F    PICTURE X.
           02  FILLER REDEFINES HCLTLN2F.
             03 HCLTLN2A    PICTURE X.
           02  HCLTLN2I  PIC X(70).
           02  HCLTLN3L    COMP  PIC  S9(4).
           02  HCLTLN3F    PICTURE X.
           02  FILLER REDEFINES HCLTLN3F.
             03 HCLTLN3A    PICTURE X.
           02  HCLTLN3I  PIC X(70).
           02  HCLTLN4L    COMP  PIC  S9(4).
           02  HCLTLN4F    PICTURE X.
           02  FILLER REDEFINES HCLTLN4F.
             03 HCLTLN4A    PICTURE X.
           02  HCLTLN4I  PIC X(70).
           02  HCLTLN5L    COMP  PIC  S9(4).
           02  HCLTLN5F    PICTURE X.
           02  FILLER REDEFINES HCLTLN5F.
             03 HCLTLN5A    PICTURE X.
           02  HCLTLN5I  PIC X(70).
           02  HCLTLN6L    COMP  PIC  S9(4).
           02  HCLTLN6F    PICTURE X.
           02  FILLER REDEFINES HCLTLN6F.
             03 HCLTLN6A    PICTURE X.
           02  HCLTLN6I  PIC X(70).
           02  HCLTLN7L    COMP  PIC  S9(4).
           02  HCLTLN7F    PICTURE X.
           02  FILLER REDEFINES HCLTLN7F.
             03 HCLTLN7A    PICTURE X.
           02  HCLTLN7I  PIC X(70).
           02  HCLTLN8L    COMP  PIC  S9(4).
           02  HCLTLN8F    PICTURE X.
           02  FILLER REDEFINES HCLTLN8F.
             03 HCLTLN8A    PICTURE X.
           02  HCLTLN8I  PIC X(70).
           02  HCLTMSGL    COMP  PIC  S9(4).
           02  HCLTMSGF    PICTURE X.
           02  FILLER REDEFINES HCLTMSGF.
             03 HCLTMSGA    PICTURE X.
           02  HCLTMSGI  PIC X(40).
       01  HCLTMAPO REDEFINES HCLTMAPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  HCLTACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  HCLTLIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCLTPRVO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HCLTLINO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  HCLTLN1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCLTLN2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCLTLN3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCLTLN4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCLTLN5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCLTLN6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCLTLN7O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCLTLN8O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  HCLTMSGO  PIC X(40).
