      *--------------------------------------------------------------*
      *    CGM054 - MAPA SIMBOLICO DO MAPSET CGM054 (BMS/CGM054.BMS)  *
      *             CONSULTA ONLINE DE ALUNOS - CGPRG054 / CGCA       *
      *    MANTER EM SINCRONIA COM A FONTE BMS: CADA CAMPO TEM O      *
      *    COMPRIMENTO (L), O ATRIBUTO (F/A) E O DADO (I NA ENTRADA,  *
      *    O NA SAIDA); AS LINHAS DE DETALHE SAO OCCURS               *
      *--------------------------------------------------------------*
       01  M054AI.
           02 FILLER               PIC X(12).
           02 ARAL                 PIC S9(04) COMP.
           02 ARAF                 PIC X(01).
           02 FILLER REDEFINES ARAF.
              03 ARAA              PIC X(01).
           02 ARAI                 PIC X(13).
           02 ANOMEL               PIC S9(04) COMP.
           02 ANOMEF               PIC X(01).
           02 FILLER REDEFINES ANOMEF.
              03 ANOMEA            PIC X(01).
           02 ANOMEI               PIC X(25).
           02 ASEXOL               PIC S9(04) COMP.
           02 ASEXOF               PIC X(01).
           02 FILLER REDEFINES ASEXOF.
              03 ASEXOA            PIC X(01).
           02 ASEXOI               PIC X(01).
           02 AIDADEL              PIC S9(04) COMP.
           02 AIDADEF              PIC X(01).
           02 FILLER REDEFINES AIDADEF.
              03 AIDADEA           PIC X(01).
           02 AIDADEI              PIC X(02).
           02 ACURSOL              PIC S9(04) COMP.
           02 ACURSOF              PIC X(01).
           02 FILLER REDEFINES ACURSOF.
              03 ACURSOA           PIC X(01).
           02 ACURSOI              PIC X(12).
           02 ASITUL               PIC S9(04) COMP.
           02 ASITUF               PIC X(01).
           02 FILLER REDEFINES ASITUF.
              03 ASITUA            PIC X(01).
           02 ASITUI               PIC X(01).
           02 ASITUDL              PIC S9(04) COMP.
           02 ASITUDF              PIC X(01).
           02 FILLER REDEFINES ASITUDF.
              03 ASITUDA           PIC X(01).
           02 ASITUDI              PIC X(10).
           02 APADRL               PIC S9(04) COMP.
           02 APADRF               PIC X(01).
           02 FILLER REDEFINES APADRF.
              03 APADRA            PIC X(01).
           02 APADRI               PIC X(01).
           02 APADRDL              PIC S9(04) COMP.
           02 APADRDF              PIC X(01).
           02 FILLER REDEFINES APADRDF.
              03 APADRDA           PIC X(01).
           02 APADRDI              PIC X(20).
           02 AMSGL                PIC S9(04) COMP.
           02 AMSGF                PIC X(01).
           02 FILLER REDEFINES AMSGF.
              03 AMSGA             PIC X(01).
           02 AMSGI                PIC X(78).
       01  M054AO REDEFINES M054AI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 ARAO                 PIC X(13).
           02 FILLER               PIC X(03).
           02 ANOMEO               PIC X(25).
           02 FILLER               PIC X(03).
           02 ASEXOO               PIC X(01).
           02 FILLER               PIC X(03).
           02 AIDADEO              PIC X(02).
           02 FILLER               PIC X(03).
           02 ACURSOO              PIC X(12).
           02 FILLER               PIC X(03).
           02 ASITUO               PIC X(01).
           02 FILLER               PIC X(03).
           02 ASITUDO              PIC X(10).
           02 FILLER               PIC X(03).
           02 APADRO               PIC X(01).
           02 FILLER               PIC X(03).
           02 APADRDO              PIC X(20).
           02 FILLER               PIC X(03).
           02 AMSGO                PIC X(78).
       01  M054MI.
           02 FILLER               PIC X(12).
           02 MRAL                 PIC S9(04) COMP.
           02 MRAF                 PIC X(01).
           02 FILLER REDEFINES MRAF.
              03 MRAA              PIC X(01).
           02 MRAI                 PIC X(13).
           02 MNOMEL               PIC S9(04) COMP.
           02 MNOMEF               PIC X(01).
           02 FILLER REDEFINES MNOMEF.
              03 MNOMEA            PIC X(01).
           02 MNOMEI               PIC X(25).
           02 MTERMOL              PIC S9(04) COMP.
           02 MTERMOF              PIC X(01).
           02 FILLER REDEFINES MTERMOF.
              03 MTERMOA           PIC X(01).
           02 MTERMOI              PIC X(05).
           02 MPAGL                PIC S9(04) COMP.
           02 MPAGF                PIC X(01).
           02 FILLER REDEFINES MPAGF.
              03 MPAGA             PIC X(01).
           02 MPAGI                PIC X(03).
           02 MLIND OCCURS 10 TIMES.
              03 MLINL             PIC S9(04) COMP.
              03 MLINF             PIC X(01).
              03 FILLER REDEFINES MLINF.
                 04 MLINA          PIC X(01).
              03 MLINI             PIC X(79).
           02 MMSGL                PIC S9(04) COMP.
           02 MMSGF                PIC X(01).
           02 FILLER REDEFINES MMSGF.
              03 MMSGA             PIC X(01).
           02 MMSGI                PIC X(78).
       01  M054MO REDEFINES M054MI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 MRAO                 PIC X(13).
           02 FILLER               PIC X(03).
           02 MNOMEO               PIC X(25).
           02 FILLER               PIC X(03).
           02 MTERMOO              PIC X(05).
           02 FILLER               PIC X(03).
           02 MPAGO                PIC X(03).
           02 MLINDO OCCURS 10 TIMES.
              03 FILLER            PIC X(03).
              03 MLINO             PIC X(79).
           02 FILLER               PIC X(03).
           02 MMSGO                PIC X(78).
       01  M054HI.
           02 FILLER               PIC X(12).
           02 HRAL                 PIC S9(04) COMP.
           02 HRAF                 PIC X(01).
           02 FILLER REDEFINES HRAF.
              03 HRAA              PIC X(01).
           02 HRAI                 PIC X(13).
           02 HNOMEL               PIC S9(04) COMP.
           02 HNOMEF               PIC X(01).
           02 FILLER REDEFINES HNOMEF.
              03 HNOMEA            PIC X(01).
           02 HNOMEI               PIC X(25).
           02 HTERMOL              PIC S9(04) COMP.
           02 HTERMOF              PIC X(01).
           02 FILLER REDEFINES HTERMOF.
              03 HTERMOA           PIC X(01).
           02 HTERMOI              PIC X(05).
           02 HPAGL                PIC S9(04) COMP.
           02 HPAGF                PIC X(01).
           02 FILLER REDEFINES HPAGF.
              03 HPAGA             PIC X(01).
           02 HPAGI                PIC X(03).
           02 HLIND OCCURS 12 TIMES.
              03 HLINL             PIC S9(04) COMP.
              03 HLINF             PIC X(01).
              03 FILLER REDEFINES HLINF.
                 04 HLINA          PIC X(01).
              03 HLINI             PIC X(79).
           02 HMSGL                PIC S9(04) COMP.
           02 HMSGF                PIC X(01).
           02 FILLER REDEFINES HMSGF.
              03 HMSGA             PIC X(01).
           02 HMSGI                PIC X(78).
       01  M054HO REDEFINES M054HI.
           02 FILLER               PIC X(12).
           02 FILLER               PIC X(03).
           02 HRAO                 PIC X(13).
           02 FILLER               PIC X(03).
           02 HNOMEO               PIC X(25).
           02 FILLER               PIC X(03).
           02 HTERMOO              PIC X(05).
           02 FILLER               PIC X(03).
           02 HPAGO                PIC X(03).
           02 HLINDO OCCURS 12 TIMES.
              03 FILLER            PIC X(03).
              03 HLINO             PIC X(79).
           02 FILLER               PIC X(03).
           02 HMSGO                PIC X(78).
