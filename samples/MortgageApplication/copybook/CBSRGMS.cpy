      *****************************************************
      *    CBSRGMS  -  SYMBOLIC MAPS FOR MAPSET CBSRGMS    *
      *    BRANCH TELLER REGISTRATION SCREENS (CBSRGTLR)   *
      *****************************************************
       01  CBSMNUI.
           02  FILLER PIC X(12).
           02  MNDATEL    COMP  PIC  S9(4).
           02  MNDATEF    PICTURE X.
           02  FILLER REDEFINES MNDATEF.
             03 MNDATEA    PICTURE X.
           02  MNDATEI  PIC X(10).
           02  MNTIMEL    COMP  PIC  S9(4).
           02  MNTIMEF    PICTURE X.
           02  FILLER REDEFINES MNTIMEF.
             03 MNTIMEA    PICTURE X.
           02  MNTIMEI  PIC X(8).
           02  MNOPTL    COMP  PIC  S9(4).
           02  MNOPTF    PICTURE X.
           02  FILLER REDEFINES MNOPTF.
             03 MNOPTA    PICTURE X.
           02  MNOPTI  PIC X(1).
           02  MNMSGL    COMP  PIC  S9(4).
           02  MNMSGF    PICTURE X.
           02  FILLER REDEFINES MNMSGF.
             03 MNMSGA    PICTURE X.
           02  MNMSGI  PIC X(79).
       01  CBSMNUO REDEFINES CBSMNUI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  MNDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MNTIMEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MNOPTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MNMSGO  PIC X(79).
       01  CBSREGI.
           02  FILLER PIC X(12).
           02  RGDATEL    COMP  PIC  S9(4).
           02  RGDATEF    PICTURE X.
           02  FILLER REDEFINES RGDATEF.
             03 RGDATEA    PICTURE X.
           02  RGDATEI  PIC X(10).
           02  RGTIMEL    COMP  PIC  S9(4).
           02  RGTIMEF    PICTURE X.
           02  FILLER REDEFINES RGTIMEF.
             03 RGTIMEA    PICTURE X.
           02  RGTIMEI  PIC X(8).
           02  RGMODEL    COMP  PIC  S9(4).
           02  RGMODEF    PICTURE X.
           02  FILLER REDEFINES RGMODEF.
             03 RGMODEA    PICTURE X.
           02  RGMODEI  PIC X(1).
           02  RGACCTL    COMP  PIC  S9(4).
           02  RGACCTF    PICTURE X.
           02  FILLER REDEFINES RGACCTF.
             03 RGACCTA    PICTURE X.
           02  RGACCTI  PIC 9(18).
           02  RGCUSTL    COMP  PIC  S9(4).
           02  RGCUSTF    PICTURE X.
           02  FILLER REDEFINES RGCUSTF.
             03 RGCUSTA    PICTURE X.
           02  RGCUSTI  PIC 9(9).
           02  RGEFFDTL    COMP  PIC  S9(4).
           02  RGEFFDTF    PICTURE X.
           02  FILLER REDEFINES RGEFFDTF.
             03 RGEFFDTA    PICTURE X.
           02  RGEFFDTI  PIC X(10).
           02  RGCIDL    COMP  PIC  S9(4).
           02  RGCIDF    PICTURE X.
           02  FILLER REDEFINES RGCIDF.
             03 RGCIDA    PICTURE X.
           02  RGCIDI  PIC X(9).
           02  RGCNAMEL    COMP  PIC  S9(4).
           02  RGCNAMEF    PICTURE X.
           02  FILLER REDEFINES RGCNAMEF.
             03 RGCNAMEA    PICTURE X.
           02  RGCNAMEI  PIC X(50).
           02  RGLIND OCCURS 10 TIMES.
             03  RGLINL    COMP  PIC  S9(4).
             03  RGLINF    PICTURE X.
             03  RGLINI  PIC X(79).
           02  RGMSGL    COMP  PIC  S9(4).
           02  RGMSGF    PICTURE X.
           02  FILLER REDEFINES RGMSGF.
             03 RGMSGA    PICTURE X.
           02  RGMSGI  PIC X(79).
       01  CBSREGO REDEFINES CBSREGI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  RGDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  RGTIMEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  RGMODEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RGACCTO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  RGCUSTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  RGEFFDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  RGCIDO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  RGCNAMEO  PIC X(50).
           02  DFHMS1 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  RGLINA    PICTURE X.
             03  RGLINO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  RGMSGO  PIC X(79).
       01  CBSINQI.
           02  FILLER PIC X(12).
           02  IQDATEL    COMP  PIC  S9(4).
           02  IQDATEF    PICTURE X.
           02  FILLER REDEFINES IQDATEF.
             03 IQDATEA    PICTURE X.
           02  IQDATEI  PIC X(10).
           02  IQTIMEL    COMP  PIC  S9(4).
           02  IQTIMEF    PICTURE X.
           02  FILLER REDEFINES IQTIMEF.
             03 IQTIMEA    PICTURE X.
           02  IQTIMEI  PIC X(8).
           02  IQMODEL    COMP  PIC  S9(4).
           02  IQMODEF    PICTURE X.
           02  FILLER REDEFINES IQMODEF.
             03 IQMODEA    PICTURE X.
           02  IQMODEI  PIC X(1).
           02  IQACCTL    COMP  PIC  S9(4).
           02  IQACCTF    PICTURE X.
           02  FILLER REDEFINES IQACCTF.
             03 IQACCTA    PICTURE X.
           02  IQACCTI  PIC 9(18).
           02  IQCUSTL    COMP  PIC  S9(4).
           02  IQCUSTF    PICTURE X.
           02  FILLER REDEFINES IQCUSTF.
             03 IQCUSTA    PICTURE X.
           02  IQCUSTI  PIC 9(9).
           02  IQCIDL    COMP  PIC  S9(4).
           02  IQCIDF    PICTURE X.
           02  FILLER REDEFINES IQCIDF.
             03 IQCIDA    PICTURE X.
           02  IQCIDI  PIC X(9).
           02  IQCNAMEL    COMP  PIC  S9(4).
           02  IQCNAMEF    PICTURE X.
           02  FILLER REDEFINES IQCNAMEF.
             03 IQCNAMEA    PICTURE X.
           02  IQCNAMEI  PIC X(50).
           02  IQSTATL    COMP  PIC  S9(4).
           02  IQSTATF    PICTURE X.
           02  FILLER REDEFINES IQSTATF.
             03 IQSTATA    PICTURE X.
           02  IQSTATI  PIC X(10).
           02  IQRSNL    COMP  PIC  S9(4).
           02  IQRSNF    PICTURE X.
           02  FILLER REDEFINES IQRSNF.
             03 IQRSNA    PICTURE X.
           02  IQRSNI  PIC X(4).
           02  IQRDESCL    COMP  PIC  S9(4).
           02  IQRDESCF    PICTURE X.
           02  FILLER REDEFINES IQRDESCF.
             03 IQRDESCA    PICTURE X.
           02  IQRDESCI  PIC X(40).
           02  IQEVTD OCCURS 10 TIMES.
             03  IQEVTL    COMP  PIC  S9(4).
             03  IQEVTF    PICTURE X.
             03  IQEVTI  PIC X(79).
           02  IQNTFD OCCURS 5 TIMES.
             03  IQNTFL    COMP  PIC  S9(4).
             03  IQNTFF    PICTURE X.
             03  IQNTFI  PIC X(79).
           02  IQMSGL    COMP  PIC  S9(4).
           02  IQMSGF    PICTURE X.
           02  FILLER REDEFINES IQMSGF.
             03 IQMSGA    PICTURE X.
           02  IQMSGI  PIC X(79).
       01  CBSINQO REDEFINES CBSINQI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  IQDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  IQTIMEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  IQMODEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  IQACCTO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  IQCUSTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  IQCIDO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  IQCNAMEO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  IQSTATO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  IQRSNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  IQRDESCO  PIC X(40).
           02  DFHMS1 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  IQEVTA    PICTURE X.
             03  IQEVTO  PIC X(79).
           02  DFHMS2 OCCURS 5 TIMES.
             03  FILLER PICTURE X(2).
             03  IQNTFA    PICTURE X.
             03  IQNTFO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  IQMSGO  PIC X(79).
       01  CBSDRGI.
           02  FILLER PIC X(12).
           02  DRDATEL    COMP  PIC  S9(4).
           02  DRDATEF    PICTURE X.
           02  FILLER REDEFINES DRDATEF.
             03 DRDATEA    PICTURE X.
           02  DRDATEI  PIC X(10).
           02  DRTIMEL    COMP  PIC  S9(4).
           02  DRTIMEF    PICTURE X.
           02  FILLER REDEFINES DRTIMEF.
             03 DRTIMEA    PICTURE X.
           02  DRTIMEI  PIC X(8).
           02  DRACCTL    COMP  PIC  S9(4).
           02  DRACCTF    PICTURE X.
           02  FILLER REDEFINES DRACCTF.
             03 DRACCTA    PICTURE X.
           02  DRACCTI  PIC 9(18).
           02  DRTGTL    COMP  PIC  S9(4).
           02  DRTGTF    PICTURE X.
           02  FILLER REDEFINES DRTGTF.
             03 DRTGTA    PICTURE X.
           02  DRTGTI  PIC X(10).
           02  DRRSNL    COMP  PIC  S9(4).
           02  DRRSNF    PICTURE X.
           02  FILLER REDEFINES DRRSNF.
             03 DRRSNA    PICTURE X.
           02  DRRSNI  PIC X(4).
           02  DRCIDL    COMP  PIC  S9(4).
           02  DRCIDF    PICTURE X.
           02  FILLER REDEFINES DRCIDF.
             03 DRCIDA    PICTURE X.
           02  DRCIDI  PIC X(9).
           02  DRCNAMEL    COMP  PIC  S9(4).
           02  DRCNAMEF    PICTURE X.
           02  FILLER REDEFINES DRCNAMEF.
             03 DRCNAMEA    PICTURE X.
           02  DRCNAMEI  PIC X(50).
           02  DRMSGL    COMP  PIC  S9(4).
           02  DRMSGF    PICTURE X.
           02  FILLER REDEFINES DRMSGF.
             03 DRMSGA    PICTURE X.
           02  DRMSGI  PIC X(79).
       01  CBSDRGO REDEFINES CBSDRGI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DRDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DRTIMEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DRACCTO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  DRTGTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DRRSNO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  DRCIDO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  DRCNAMEO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  DRMSGO  PIC X(79).
       01  CBSPNDI.
           02  FILLER PIC X(12).
           02  PNDATEL    COMP  PIC  S9(4).
           02  PNDATEF    PICTURE X.
           02  FILLER REDEFINES PNDATEF.
             03 PNDATEA    PICTURE X.
           02  PNDATEI  PIC X(10).
           02  PNTIMEL    COMP  PIC  S9(4).
           02  PNTIMEF    PICTURE X.
           02  FILLER REDEFINES PNTIMEF.
             03 PNTIMEA    PICTURE X.
           02  PNTIMEI  PIC X(8).
           02  PNACCTL    COMP  PIC  S9(4).
           02  PNACCTF    PICTURE X.
           02  FILLER REDEFINES PNACCTF.
             03 PNACCTA    PICTURE X.
           02  PNACCTI  PIC 9(18).
           02  PNACTL    COMP  PIC  S9(4).
           02  PNACTF    PICTURE X.
           02  FILLER REDEFINES PNACTF.
             03 PNACTA    PICTURE X.
           02  PNACTI  PIC X(1).
           02  PNEFFDTL    COMP  PIC  S9(4).
           02  PNEFFDTF    PICTURE X.
           02  FILLER REDEFINES PNEFFDTF.
             03 PNEFFDTA    PICTURE X.
           02  PNEFFDTI  PIC X(10).
           02  PNSTATL    COMP  PIC  S9(4).
           02  PNSTATF    PICTURE X.
           02  FILLER REDEFINES PNSTATF.
             03 PNSTATA    PICTURE X.
           02  PNSTATI  PIC X(10).
           02  PNRQDTL    COMP  PIC  S9(4).
           02  PNRQDTF    PICTURE X.
           02  FILLER REDEFINES PNRQDTF.
             03 PNRQDTA    PICTURE X.
           02  PNRQDTI  PIC X(10).
           02  PNRQTML    COMP  PIC  S9(4).
           02  PNRQTMF    PICTURE X.
           02  FILLER REDEFINES PNRQTMF.
             03 PNRQTMA    PICTURE X.
           02  PNRQTMI  PIC X(8).
           02  PNCHANL    COMP  PIC  S9(4).
           02  PNCHANF    PICTURE X.
           02  FILLER REDEFINES PNCHANF.
             03 PNCHANA    PICTURE X.
           02  PNCHANI  PIC X(10).
           02  PNMSGL    COMP  PIC  S9(4).
           02  PNMSGF    PICTURE X.
           02  FILLER REDEFINES PNMSGF.
             03 PNMSGA    PICTURE X.
           02  PNMSGI  PIC X(79).
       01  CBSPNDO REDEFINES CBSPNDI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  PNDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PNTIMEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PNACCTO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  PNACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PNEFFDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PNSTATO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PNRQDTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PNRQTMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  PNCHANO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PNMSGO  PIC X(79).
       01  CBSAPQI.
           02  FILLER PIC X(12).
           02  AQDATEL    COMP  PIC  S9(4).
           02  AQDATEF    PICTURE X.
           02  FILLER REDEFINES AQDATEF.
             03 AQDATEA    PICTURE X.
           02  AQDATEI  PIC X(10).
           02  AQTIMEL    COMP  PIC  S9(4).
           02  AQTIMEF    PICTURE X.
           02  FILLER REDEFINES AQTIMEF.
             03 AQTIMEA    PICTURE X.
           02  AQTIMEI  PIC X(8).
           02  AQS01L    COMP  PIC  S9(4).
           02  AQS01F    PICTURE X.
           02  FILLER REDEFINES AQS01F.
             03 AQS01A    PICTURE X.
           02  AQS01I  PIC X(1).
           02  AQL01L    COMP  PIC  S9(4).
           02  AQL01F    PICTURE X.
           02  FILLER REDEFINES AQL01F.
             03 AQL01A    PICTURE X.
           02  AQL01I  PIC X(75).
           02  AQS02L    COMP  PIC  S9(4).
           02  AQS02F    PICTURE X.
           02  FILLER REDEFINES AQS02F.
             03 AQS02A    PICTURE X.
           02  AQS02I  PIC X(1).
           02  AQL02L    COMP  PIC  S9(4).
           02  AQL02F    PICTURE X.
           02  FILLER REDEFINES AQL02F.
             03 AQL02A    PICTURE X.
           02  AQL02I  PIC X(75).
           02  AQS03L    COMP  PIC  S9(4).
           02  AQS03F    PICTURE X.
           02  FILLER REDEFINES AQS03F.
             03 AQS03A    PICTURE X.
           02  AQS03I  PIC X(1).
           02  AQL03L    COMP  PIC  S9(4).
           02  AQL03F    PICTURE X.
           02  FILLER REDEFINES AQL03F.
             03 AQL03A    PICTURE X.
           02  AQL03I  PIC X(75).
           02  AQS04L    COMP  PIC  S9(4).
           02  AQS04F    PICTURE X.
           02  FILLER REDEFINES AQS04F.
             03 AQS04A    PICTURE X.
           02  AQS04I  PIC X(1).
           02  AQL04L    COMP  PIC  S9(4).
           02  AQL04F    PICTURE X.
           02  FILLER REDEFINES AQL04F.
             03 AQL04A    PICTURE X.
           02  AQL04I  PIC X(75).
           02  AQS05L    COMP  PIC  S9(4).
           02  AQS05F    PICTURE X.
           02  FILLER REDEFINES AQS05F.
             03 AQS05A    PICTURE X.
           02  AQS05I  PIC X(1).
           02  AQL05L    COMP  PIC  S9(4).
           02  AQL05F    PICTURE X.
           02  FILLER REDEFINES AQL05F.
             03 AQL05A    PICTURE X.
           02  AQL05I  PIC X(75).
           02  AQS06L    COMP  PIC  S9(4).
           02  AQS06F    PICTURE X.
           02  FILLER REDEFINES AQS06F.
             03 AQS06A    PICTURE X.
           02  AQS06I  PIC X(1).
           02  AQL06L    COMP  PIC  S9(4).
           02  AQL06F    PICTURE X.
           02  FILLER REDEFINES AQL06F.
             03 AQL06A    PICTURE X.
           02  AQL06I  PIC X(75).
           02  AQS07L    COMP  PIC  S9(4).
           02  AQS07F    PICTURE X.
           02  FILLER REDEFINES AQS07F.
             03 AQS07A    PICTURE X.
           02  AQS07I  PIC X(1).
           02  AQL07L    COMP  PIC  S9(4).
           02  AQL07F    PICTURE X.
           02  FILLER REDEFINES AQL07F.
             03 AQL07A    PICTURE X.
           02  AQL07I  PIC X(75).
           02  AQS08L    COMP  PIC  S9(4).
           02  AQS08F    PICTURE X.
           02  FILLER REDEFINES AQS08F.
             03 AQS08A    PICTURE X.
           02  AQS08I  PIC X(1).
           02  AQL08L    COMP  PIC  S9(4).
           02  AQL08F    PICTURE X.
           02  FILLER REDEFINES AQL08F.
             03 AQL08A    PICTURE X.
           02  AQL08I  PIC X(75).
           02  AQS09L    COMP  PIC  S9(4).
           02  AQS09F    PICTURE X.
           02  FILLER REDEFINES AQS09F.
             03 AQS09A    PICTURE X.
           02  AQS09I  PIC X(1).
           02  AQL09L    COMP  PIC  S9(4).
           02  AQL09F    PICTURE X.
           02  FILLER REDEFINES AQL09F.
             03 AQL09A    PICTURE X.
           02  AQL09I  PIC X(75).
           02  AQS10L    COMP  PIC  S9(4).
           02  AQS10F    PICTURE X.
           02  FILLER REDEFINES AQS10F.
             03 AQS10A    PICTURE X.
           02  AQS10I  PIC X(1).
           02  AQL10L    COMP  PIC  S9(4).
           02  AQL10F    PICTURE X.
           02  FILLER REDEFINES AQL10F.
             03 AQL10A    PICTURE X.
           02  AQL10I  PIC X(75).
           02  AQPAGEL    COMP  PIC  S9(4).
           02  AQPAGEF    PICTURE X.
           02  FILLER REDEFINES AQPAGEF.
             03 AQPAGEA    PICTURE X.
           02  AQPAGEI  PIC X(3).
           02  AQDET1L    COMP  PIC  S9(4).
           02  AQDET1F    PICTURE X.
           02  FILLER REDEFINES AQDET1F.
             03 AQDET1A    PICTURE X.
           02  AQDET1I  PIC X(79).
           02  AQDET2L    COMP  PIC  S9(4).
           02  AQDET2F    PICTURE X.
           02  FILLER REDEFINES AQDET2F.
             03 AQDET2A    PICTURE X.
           02  AQDET2I  PIC X(79).
           02  AQMSGL    COMP  PIC  S9(4).
           02  AQMSGF    PICTURE X.
           02  FILLER REDEFINES AQMSGF.
             03 AQMSGA    PICTURE X.
           02  AQMSGI  PIC X(79).
       01  CBSAPQO REDEFINES CBSAPQI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  AQDATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  AQTIMEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  AQS01O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AQL01O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  AQS02O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AQL02O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  AQS03O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AQL03O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  AQS04O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AQL04O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  AQS05O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AQL05O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  AQS06O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AQL06O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  AQS07O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AQL07O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  AQS08O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AQL08O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  AQS09O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AQL09O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  AQS10O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AQL10O  PIC X(75).
           02  FILLER PICTURE X(3).
           02  AQPAGEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  AQDET1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  AQDET2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  AQMSGO  PIC X(79).
