      ****************************************************************
      * COPYBOOK: CCTELX                                             *
      *                                                              *
      * DESCRIPTION: MAPA SIMBOLICO GERADO PELA MONTAGEM DO MAPSET   *
      *              CCTELX (MAPA CCTEX1), USADO PELO PROGRAMA CICS  *
      *              CCTELCXA. NAO EDITAR A MAO -- REGERAR A PARTIR  *
      *              DE CCTELX.BMS SE OS CAMPOS DA TELA MUDAREM      *
      *                                                              *
      * AUTHOR: FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)             *
      *                                                              *
      * MODIFICATIONS                                                *
      *                                                              *
      *   DATE        AUTHOR          DESCRIPTION OF MODIFICATION    *
      *   ----------- --------------- ----------------------------   *
      *   2026-10-15  FABIO MARQUES   VERSAO INICIAL                 *
      *                                                              *
      ****************************************************************
       01 CCTEX1I.
           05 FILLER                PIC X(12).
           05 TITULOL                PIC S9(4) COMP.
           05 TITULOF                PIC X.
           05 FILLER REDEFINES TITULOF.
               10 TITULOA            PIC X.
           05 TITULOI                PIC X(40).
           05 LFUNCL                 PIC S9(4) COMP.
           05 LFUNCF                 PIC X.
           05 FILLER REDEFINES LFUNCF.
               10 LFUNCA             PIC X.
           05 LFUNCI                 PIC X(30).
           05 FUNCAOL                PIC S9(4) COMP.
           05 FUNCAOF                PIC X.
           05 FILLER REDEFINES FUNCAOF.
               10 FUNCAOA            PIC X.
           05 FUNCAOI                PIC X(1).
           05 LAGENL                 PIC S9(4) COMP.
           05 LAGENF                 PIC X.
           05 FILLER REDEFINES LAGENF.
               10 LAGENA             PIC X.
           05 LAGENI                 PIC X(30).
           05 AGENL                  PIC S9(4) COMP.
           05 AGENF                  PIC X.
           05 FILLER REDEFINES AGENF.
               10 AGENA              PIC X.
           05 AGENI                  PIC X(4).
           05 LVALORL                PIC S9(4) COMP.
           05 LVALORF                PIC X.
           05 FILLER REDEFINES LVALORF.
               10 LVALORA            PIC X.
           05 LVALORI                PIC X(30).
           05 VALORL                 PIC S9(4) COMP.
           05 VALORF                 PIC X.
           05 FILLER REDEFINES VALORF.
               10 VALORA             PIC X.
           05 VALORI                 PIC X(15).
           05 LOPERL                 PIC S9(4) COMP.
           05 LOPERF                 PIC X.
           05 FILLER REDEFINES LOPERF.
               10 LOPERA             PIC X.
           05 LOPERI                 PIC X(30).
           05 OPERL                  PIC S9(4) COMP.
           05 OPERF                  PIC X.
           05 FILLER REDEFINES OPERF.
               10 OPERA              PIC X.
           05 OPERI                  PIC X(8).
           05 TERML                  PIC S9(4) COMP.
           05 TERMF                  PIC X.
           05 FILLER REDEFINES TERMF.
               10 TERMA              PIC X.
           05 TERMI                  PIC X(4).
           05 LSITUL                 PIC S9(4) COMP.
           05 LSITUF                 PIC X.
           05 FILLER REDEFINES LSITUF.
               10 LSITUA             PIC X.
           05 LSITUI                 PIC X(30).
           05 SITUL                  PIC S9(4) COMP.
           05 SITUF                  PIC X.
           05 FILLER REDEFINES SITUF.
               10 SITUA              PIC X.
           05 SITUI                  PIC X(20).
           05 LABERTL                PIC S9(4) COMP.
           05 LABERTF                PIC X.
           05 FILLER REDEFINES LABERTF.
               10 LABERTA            PIC X.
           05 LABERTI                PIC X(30).
           05 ABERTL                 PIC S9(4) COMP.
           05 ABERTF                 PIC X.
           05 FILLER REDEFINES ABERTF.
               10 ABERTA             PIC X.
           05 ABERTI                 PIC X(18).
           05 LENTRL                 PIC S9(4) COMP.
           05 LENTRF                 PIC X.
           05 FILLER REDEFINES LENTRF.
               10 LENTRA             PIC X.
           05 LENTRI                 PIC X(30).
           05 ENTRL                  PIC S9(4) COMP.
           05 ENTRF                  PIC X.
           05 FILLER REDEFINES ENTRF.
               10 ENTRA              PIC X.
           05 ENTRI                  PIC X(18).
           05 LSAIDL                 PIC S9(4) COMP.
           05 LSAIDF                 PIC X.
           05 FILLER REDEFINES LSAIDF.
               10 LSAIDA             PIC X.
           05 LSAIDI                 PIC X(30).
           05 SAIDL                  PIC S9(4) COMP.
           05 SAIDF                  PIC X.
           05 FILLER REDEFINES SAIDF.
               10 SAIDA              PIC X.
           05 SAIDI                  PIC X(18).
           05 LESPERL                PIC S9(4) COMP.
           05 LESPERF                PIC X.
           05 FILLER REDEFINES LESPERF.
               10 LESPERA            PIC X.
           05 LESPERI                PIC X(30).
           05 ESPERL                 PIC S9(4) COMP.
           05 ESPERF                 PIC X.
           05 FILLER REDEFINES ESPERF.
               10 ESPERA             PIC X.
           05 ESPERI                 PIC X(18).
           05 LDECLL                 PIC S9(4) COMP.
           05 LDECLF                 PIC X.
           05 FILLER REDEFINES LDECLF.
               10 LDECLA             PIC X.
           05 LDECLI                 PIC X(30).
           05 DECLL                  PIC S9(4) COMP.
           05 DECLF                  PIC X.
           05 FILLER REDEFINES DECLF.
               10 DECLA              PIC X.
           05 DECLI                  PIC X(18).
           05 LDIFERL                PIC S9(4) COMP.
           05 LDIFERF                PIC X.
           05 FILLER REDEFINES LDIFERF.
               10 LDIFERA            PIC X.
           05 LDIFERI                PIC X(30).
           05 DIFERL                 PIC S9(4) COMP.
           05 DIFERF                 PIC X.
           05 FILLER REDEFINES DIFERF.
               10 DIFERA             PIC X.
           05 DIFERI                 PIC X(18).
           05 MENSAGEML              PIC S9(4) COMP.
           05 MENSAGEMF              PIC X.
           05 FILLER REDEFINES MENSAGEMF.
               10 MENSAGEMA          PIC X.
           05 MENSAGEMI              PIC X(79).
           05 AJUDAL                 PIC S9(4) COMP.
           05 AJUDAF                 PIC X.
           05 FILLER REDEFINES AJUDAF.
               10 AJUDAA             PIC X.
           05 AJUDAI                 PIC X(79).
      *
       01 CCTEX1O REDEFINES CCTEX1I.
           05 FILLER                 PIC X(12).
           05 FILLER                 PIC X(3).
           05 TITULOO                PIC X(40).
           05 FILLER                 PIC X(3).
           05 LFUNCO                 PIC X(30).
           05 FILLER                 PIC X(3).
           05 FUNCAOO                PIC X(1).
           05 FILLER                 PIC X(3).
           05 LAGENO                 PIC X(30).
           05 FILLER                 PIC X(3).
           05 AGENO                  PIC X(4).
           05 FILLER                 PIC X(3).
           05 LVALORO                PIC X(30).
           05 FILLER                 PIC X(3).
           05 VALORO                 PIC X(15).
           05 FILLER                 PIC X(3).
           05 LOPERO                 PIC X(30).
           05 FILLER                 PIC X(3).
           05 OPERO                  PIC X(8).
           05 FILLER                 PIC X(3).
           05 TERMO                  PIC X(4).
           05 FILLER                 PIC X(3).
           05 LSITUO                 PIC X(30).
           05 FILLER                 PIC X(3).
           05 SITUO                  PIC X(20).
           05 FILLER                 PIC X(3).
           05 LABERTO                PIC X(30).
           05 FILLER                 PIC X(3).
           05 ABERTO                 PIC X(18).
           05 FILLER                 PIC X(3).
           05 LENTRO                 PIC X(30).
           05 FILLER                 PIC X(3).
           05 ENTRO                  PIC X(18).
           05 FILLER                 PIC X(3).
           05 LSAIDO                 PIC X(30).
           05 FILLER                 PIC X(3).
           05 SAIDO                  PIC X(18).
           05 FILLER                 PIC X(3).
           05 LESPERO                PIC X(30).
           05 FILLER                 PIC X(3).
           05 ESPERO                 PIC X(18).
           05 FILLER                 PIC X(3).
           05 LDECLO                 PIC X(30).
           05 FILLER                 PIC X(3).
           05 DECLO                  PIC X(18).
           05 FILLER                 PIC X(3).
           05 LDIFERO                PIC X(30).
           05 FILLER                 PIC X(3).
           05 DIFERO                 PIC X(18).
           05 FILLER                 PIC X(3).
           05 MENSAGEMO              PIC X(79).
           05 FILLER                 PIC X(3).
           05 AJUDAO                 PIC X(79).
