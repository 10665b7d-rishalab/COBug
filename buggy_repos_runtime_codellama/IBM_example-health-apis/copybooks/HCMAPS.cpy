           02 FILLER REDEFINES HCM1PRBF.
              03 HCM1PRBA              PIC X.
           02 HCM1PRBI                 PIC X(20).
           02 HCM1WITL                 PIC S9(4) COMP.
           02 HCM1WITF                 PIC X.
           02 FILLER REDEFINES HCM1WITF.
              03 HCM1WITA              PIC X.
           02 HCM1WITI                 PIC X(10).
           02 HCM1WSTL                 PIC S9(4) COMP.
           02 HCM1WSTF                 PIC X.
           02 FILLER REDEFINES HCM1WSTF.
              03 HCM1WSTA              PIC X.
           02 HCM1WSTI                 PIC 9(3)V99.
           02 HCM1ORSL                 PIC S9(4) COMP.
           02 HCM1ORSF                 PIC X.
           02 FILLER REDEFINES HCM1ORSF.
              03 HCM1ORSA              PIC X.
           02 HCM1ORSI                 PIC X(40).
       01  HCM1MAPO REDEFINES HCM1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCM1ADTO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCM1PRBO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCM1WITO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCM1WSTO                 PIC 9(3)V99.
           02 FILLER                   PIC X(2).
           02 HCM1ORSO                 PIC X(40).

      *----------------------------------------------------------------*
      *    HCP1MAP - patient add/inquire                                *
           02 FILLER REDEFINES HCP1TMDF.
              03 HCP1TMDA              PIC X.
           02 HCP1TMDI                 PIC X(10).
           02 HCP1DDTL                 PIC S9(4) COMP.
           02 HCP1DDTF                 PIC X.
           02 FILLER REDEFINES HCP1DDTF.
              03 HCP1DDTA              PIC X.
           02 HCP1DDTI                 PIC X(26).
           02 HCP1DCUL                 PIC S9(4) COMP.
           02 HCP1DCUF                 PIC X.
           02 FILLER REDEFINES HCP1DCUF.
              03 HCP1DCUA              PIC X.
           02 HCP1DCUI                 PIC X(10).
           02 HCP1RSTL                 PIC S9(4) COMP.
           02 HCP1RSTF                 PIC X.
           02 FILLER REDEFINES HCP1RSTF.
              03 HCP1RSTA              PIC X.
           02 HCP1RSTI                 PIC X(1).
       01  HCP1MAPO REDEFINES HCP1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCP1EFDO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCP1TMDO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCP1DDTO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCP1DCUO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCP1RSTO                 PIC X(1).

      *----------------------------------------------------------------*
      *    HCT1MAP - threshold add/inquire                              *
           02 FILLER REDEFINES HCT1NSHF.
              03 HCT1NSHA              PIC X.
           02 HCT1NSHI                 PIC 9(2).
           02 HCT1FPLL                 PIC S9(4) COMP.
           02 HCT1FPLF                 PIC X.
           02 FILLER REDEFINES HCT1FPLF.
              03 HCT1FPLA              PIC X.
           02 HCT1FPLI                 PIC 9(4).
           02 HCT1FNLL                 PIC S9(4) COMP.
           02 HCT1FNLF                 PIC X.
           02 FILLER REDEFINES HCT1FNLF.
              03 HCT1FNLA              PIC X.
           02 HCT1FNLI                 PIC 9(4).
           02 HCT1MSGL                 PIC S9(4) COMP.
           02 HCT1MSGF                 PIC X.
           02 FILLER REDEFINES HCT1MSGF.
           02 FILLER                   PIC X(2).
           02 HCT1NSHO                 PIC 9(2).
           02 FILLER                   PIC X(2).
           02 HCT1FPLO                 PIC 9(4).
           02 FILLER                   PIC X(2).
           02 HCT1FNLO                 PIC 9(4).
           02 FILLER                   PIC X(2).
           02 HCT1MSGO                 PIC X(60).

      *----------------------------------------------------------------*
              03 HCR1LINO              PIC X(70).

      *----------------------------------------------------------------*
      *    HCW1MAP - ward/bed assignment and diet order                 *
      *----------------------------------------------------------------*
       01  HCW1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER REDEFINES HCW1ADMF.
              03 HCW1ADMA              PIC X.
           02 HCW1ADMI                 PIC X(26).
           02 HCW1DTYL                 PIC S9(4) COMP.
           02 HCW1DTYF                 PIC X.
           02 FILLER REDEFINES HCW1DTYF.
              03 HCW1DTYA              PIC X.
           02 HCW1DTYI                 PIC X(15).
           02 HCW1TXRL                 PIC S9(4) COMP.
           02 HCW1TXRF                 PIC X.
           02 FILLER REDEFINES HCW1TXRF.
              03 HCW1TXRA              PIC X.
           02 HCW1TXRI                 PIC X(10).
           02 HCW1NPOL                 PIC S9(4) COMP.
           02 HCW1NPOF                 PIC X.
           02 FILLER REDEFINES HCW1NPOF.
              03 HCW1NPOA              PIC X.
           02 HCW1NPOI                 PIC X(1).
           02 HCW1NPSL                 PIC S9(4) COMP.
           02 HCW1NPSF                 PIC X.
           02 FILLER REDEFINES HCW1NPSF.
              03 HCW1NPSA              PIC X.
           02 HCW1NPSI                 PIC X(26).
           02 HCW1NPEL                 PIC S9(4) COMP.
           02 HCW1NPEF                 PIC X.
           02 FILLER REDEFINES HCW1NPEF.
              03 HCW1NPEA              PIC X.
           02 HCW1NPEI                 PIC X(26).
           02 HCW1DNTL                 PIC S9(4) COMP.
           02 HCW1DNTF                 PIC X.
           02 FILLER REDEFINES HCW1DNTF.
              03 HCW1DNTA              PIC X.
           02 HCW1DNTI                 PIC X(60).
           02 HCW1MSGL                 PIC S9(4) COMP.
           02 HCW1MSGF                 PIC X.
           02 FILLER REDEFINES HCW1MSGF.
           02 FILLER                   PIC X(2).
           02 HCW1ADMO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCW1DTYO                 PIC X(15).
           02 FILLER                   PIC X(2).
           02 HCW1TXRO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCW1NPOO                 PIC X(1).
           02 FILLER                   PIC X(2).
           02 HCW1NPSO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCW1NPEO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCW1DNTO                 PIC X(60).
           02 FILLER                   PIC X(2).
           02 HCW1MSGO                 PIC X(60).

      *----------------------------------------------------------------*
           02 HCB1DSCO                 PIC X(50).
           02 FILLER                   PIC X(2).
           02 HCB1ONDO                 PIC X(10).

      *----------------------------------------------------------------*
      *    HCQ1MAP - admission bed board                                *
      *----------------------------------------------------------------*
       01  HCQ1MAPI.
           02 FILLER                   PIC X(12).
           02 HCQ1PNOL                 PIC S9(4) COMP.
           02 HCQ1PNOF                 PIC X.
           02 FILLER REDEFINES HCQ1PNOF.
              03 HCQ1PNOA              PIC X.
           02 HCQ1PNOI                 PIC 9(10).
           02 HCQ1FNAL                 PIC S9(4) COMP.
           02 HCQ1FNAF                 PIC X.
           02 FILLER REDEFINES HCQ1FNAF.
              03 HCQ1FNAA              PIC X.
           02 HCQ1FNAI                 PIC X(10).
           02 HCQ1LNAL                 PIC S9(4) COMP.
           02 HCQ1LNAF                 PIC X.
           02 FILLER REDEFINES HCQ1LNAF.
              03 HCQ1LNAA              PIC X.
           02 HCQ1LNAI                 PIC X(20).
           02 HCQ1WRDL                 PIC S9(4) COMP.
           02 HCQ1WRDF                 PIC X.
           02 FILLER REDEFINES HCQ1WRDF.
              03 HCQ1WRDA              PIC X.
           02 HCQ1WRDI                 PIC X(4).
           02 HCQ1SPCL                 PIC S9(4) COMP.
           02 HCQ1SPCF                 PIC X.
           02 FILLER REDEFINES HCQ1SPCF.
              03 HCQ1SPCA              PIC X.
           02 HCQ1SPCI                 PIC X(10).
           02 HCQ1PRIL                 PIC S9(4) COMP.
           02 HCQ1PRIF                 PIC X.
           02 FILLER REDEFINES HCQ1PRIF.
              03 HCQ1PRIA              PIC X.
           02 HCQ1PRII                 PIC 9(1).
           02 HCQ1ISOL                 PIC S9(4) COMP.
           02 HCQ1ISOF                 PIC X.
           02 FILLER REDEFINES HCQ1ISOF.
              03 HCQ1ISOA              PIC X.
           02 HCQ1ISOI                 PIC X(1).
           02 HCQ1RIDL                 PIC S9(4) COMP.
           02 HCQ1RIDF                 PIC X.
           02 FILLER REDEFINES HCQ1RIDF.
              03 HCQ1RIDA              PIC X.
           02 HCQ1RIDI                 PIC 9(9).
           02 HCQ1AWDL                 PIC S9(4) COMP.
           02 HCQ1AWDF                 PIC X.
           02 FILLER REDEFINES HCQ1AWDF.
              03 HCQ1AWDA              PIC X.
           02 HCQ1AWDI                 PIC X(4).
           02 HCQ1BEDL                 PIC S9(4) COMP.
           02 HCQ1BEDF                 PIC X.
           02 FILLER REDEFINES HCQ1BEDF.
              03 HCQ1BEDA              PIC X.
           02 HCQ1BEDI                 PIC X(4).
           02 HCQ1MSGL                 PIC S9(4) COMP.
           02 HCQ1MSGF                 PIC X.
           02 FILLER REDEFINES HCQ1MSGF.
              03 HCQ1MSGA              PIC X.
           02 HCQ1MSGI                 PIC X(60).
           02 HCQ1REQ-LINES OCCURS 10 TIMES.
              03 HCQ1LINL              PIC S9(4) COMP.
              03 HCQ1LINF              PIC X.
              03 FILLER REDEFINES HCQ1LINF.
                 04 HCQ1LINA           PIC X.
              03 HCQ1LINI              PIC X(75).
           02 HCQ1BED-LINES OCCURS 4 TIMES.
              03 HCQ1BDLL              PIC S9(4) COMP.
              03 HCQ1BDLF              PIC X.
              03 FILLER REDEFINES HCQ1BDLF.
                 04 HCQ1BDLA           PIC X.
              03 HCQ1BDLI              PIC X(75).
       01  HCQ1MAPO REDEFINES HCQ1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCQ1PNOO                 PIC 9(10).
           02 FILLER                   PIC X(2).
           02 HCQ1FNAO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCQ1LNAO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCQ1WRDO                 PIC X(4).
           02 FILLER                   PIC X(2).
           02 HCQ1SPCO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCQ1PRIO                 PIC 9(1).
           02 FILLER                   PIC X(2).
           02 HCQ1ISOO                 PIC X(1).
           02 FILLER                   PIC X(2).
           02 HCQ1RIDO                 PIC 9(9).
           02 FILLER                   PIC X(2).
           02 HCQ1AWDO                 PIC X(4).
           02 FILLER                   PIC X(2).
           02 HCQ1BEDO                 PIC X(4).
           02 FILLER                   PIC X(2).
           02 HCQ1MSGO                 PIC X(60).
           02 HCQ1REQ-LINES-O OCCURS 10 TIMES.
              03 FILLER                PIC X(2).
              03 HCQ1LINO              PIC X(75).
           02 HCQ1BED-LINES-O OCCURS 4 TIMES.
              03 FILLER                PIC X(2).
              03 HCQ1BDLO              PIC X(75).

      *----------------------------------------------------------------*
      *    HCN1MAP - home-medication reconciliation                     *
      *----------------------------------------------------------------*
       01  HCN1MAPI.
           02 FILLER                   PIC X(12).
           02 HCN1PNOL                 PIC S9(4) COMP.
           02 HCN1PNOF                 PIC X.
           02 FILLER REDEFINES HCN1PNOF.
              03 HCN1PNOA              PIC X.
           02 HCN1PNOI                 PIC 9(10).
           02 HCN1FNAL                 PIC S9(4) COMP.
           02 HCN1FNAF                 PIC X.
           02 FILLER REDEFINES HCN1FNAF.
              03 HCN1FNAA              PIC X.
           02 HCN1FNAI                 PIC X(10).
           02 HCN1LNAL                 PIC S9(4) COMP.
           02 HCN1LNAF                 PIC X.
           02 FILLER REDEFINES HCN1LNAF.
              03 HCN1LNAA              PIC X.
           02 HCN1LNAI                 PIC X(20).
           02 HCN1MSGL                 PIC S9(4) COMP.
           02 HCN1MSGF                 PIC X.
           02 FILLER REDEFINES HCN1MSGF.
              03 HCN1MSGA              PIC X.
           02 HCN1MSGI                 PIC X(60).
           02 HCN1HMD-LINES OCCURS 10 TIMES.
              03 HCN1LINL              PIC S9(4) COMP.
              03 HCN1LINF              PIC X.
              03 FILLER REDEFINES HCN1LINF.
                 04 HCN1LINA           PIC X.
              03 HCN1LINI              PIC X(75).
           02 HCN1HIDL                 PIC S9(4) COMP.
           02 HCN1HIDF                 PIC X.
           02 FILLER REDEFINES HCN1HIDF.
              03 HCN1HIDA              PIC X.
           02 HCN1HIDI                 PIC 9(9).
           02 HCN1DRGL                 PIC S9(4) COMP.
           02 HCN1DRGF                 PIC X.
           02 FILLER REDEFINES HCN1DRGF.
              03 HCN1DRGA              PIC X.
           02 HCN1DRGI                 PIC X(50).
           02 HCN1DOSL                 PIC S9(4) COMP.
           02 HCN1DOSF                 PIC X.
           02 FILLER REDEFINES HCN1DOSF.
              03 HCN1DOSA              PIC X.
           02 HCN1DOSI                 PIC X(20).
           02 HCN1FRQL                 PIC S9(4) COMP.
           02 HCN1FRQF                 PIC X.
           02 FILLER REDEFINES HCN1FRQF.
              03 HCN1FRQA              PIC X.
           02 HCN1FRQI                 PIC X(20).
           02 HCN1DECL                 PIC S9(4) COMP.
           02 HCN1DECF                 PIC X.
           02 FILLER REDEFINES HCN1DECF.
              03 HCN1DECA              PIC X.
           02 HCN1DECI                 PIC X(1).
           02 HCN1RSNL                 PIC S9(4) COMP.
           02 HCN1RSNF                 PIC X.
           02 FILLER REDEFINES HCN1RSNF.
              03 HCN1RSNA              PIC X.
           02 HCN1RSNI                 PIC X(40).
           02 HCN1PNDL                 PIC S9(4) COMP.
           02 HCN1PNDF                 PIC X.
           02 FILLER REDEFINES HCN1PNDF.
              03 HCN1PNDA              PIC X.
           02 HCN1PNDI                 PIC 9(2).
       01  HCN1MAPO REDEFINES HCN1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCN1PNOO                 PIC 9(10).
           02 FILLER                   PIC X(2).
           02 HCN1FNAO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCN1LNAO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCN1MSGO                 PIC X(60).
           02 HCN1HMD-LINES-O OCCURS 10 TIMES.
              03 FILLER                PIC X(2).
              03 HCN1LINO              PIC X(75).
           02 FILLER                   PIC X(2).
           02 HCN1HIDO                 PIC 9(9).
           02 FILLER                   PIC X(2).
           02 HCN1DRGO                 PIC X(50).
           02 FILLER                   PIC X(2).
           02 HCN1DOSO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCN1FRQO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCN1DECO                 PIC X(1).
           02 FILLER                   PIC X(2).
           02 HCN1RSNO                 PIC X(40).
           02 FILLER                   PIC X(2).
           02 HCN1PNDO                 PIC 9(2).

      *----------------------------------------------------------------*
      *    HCG1MAP - controlled-drug ward ledger and count              *
      *----------------------------------------------------------------*
       01  HCG1MAPI.
           02 FILLER                   PIC X(12).
           02 HCG1WRDL                 PIC S9(4) COMP.
           02 HCG1WRDF                 PIC X.
           02 FILLER REDEFINES HCG1WRDF.
              03 HCG1WRDA              PIC X.
           02 HCG1WRDI                 PIC X(4).
           02 HCG1MSGL                 PIC S9(4) COMP.
           02 HCG1MSGF                 PIC X.
           02 FILLER REDEFINES HCG1MSGF.
              03 HCG1MSGA              PIC X.
           02 HCG1MSGI                 PIC X(60).
           02 HCG1CDL-LINES OCCURS 15 TIMES.
              03 HCG1LINL              PIC S9(4) COMP.
              03 HCG1LINF              PIC X.
              03 FILLER REDEFINES HCG1LINF.
                 04 HCG1LINA           PIC X.
              03 HCG1LINI              PIC X(75).
           02 HCG1DRGL                 PIC S9(4) COMP.
           02 HCG1DRGF                 PIC X.
           02 FILLER REDEFINES HCG1DRGF.
              03 HCG1DRGA              PIC X.
           02 HCG1DRGI                 PIC X(50).
           02 HCG1CNTL                 PIC S9(4) COMP.
           02 HCG1CNTF                 PIC X.
           02 FILLER REDEFINES HCG1CNTF.
              03 HCG1CNTA              PIC X.
           02 HCG1CNTI                 PIC 9(5)V99.
           02 HCG1BALL                 PIC S9(4) COMP.
           02 HCG1BALF                 PIC X.
           02 FILLER REDEFINES HCG1BALF.
              03 HCG1BALA              PIC X.
           02 HCG1BALI                 PIC X(10).
       01  HCG1MAPO REDEFINES HCG1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCG1WRDO                 PIC X(4).
           02 FILLER                   PIC X(2).
           02 HCG1MSGO                 PIC X(60).
           02 HCG1CDL-LINES-O OCCURS 15 TIMES.
              03 FILLER                PIC X(2).
              03 HCG1LINO              PIC X(75).
           02 FILLER                   PIC X(2).
           02 HCG1DRGO                 PIC X(50).
           02 FILLER                   PIC X(2).
           02 HCG1CNTO                 PIC 9(5)V99.
           02 FILLER                   PIC X(2).
           02 HCG1BALO                 PIC X(10).

      *----------------------------------------------------------------*
      *    HCF1MAP - specialist referrals                               *
      *----------------------------------------------------------------*
       01  HCF1MAPI.
           02 FILLER                   PIC X(12).
           02 HCF1PNOL                 PIC S9(4) COMP.
           02 HCF1PNOF                 PIC X.
           02 FILLER REDEFINES HCF1PNOF.
              03 HCF1PNOA              PIC X.
           02 HCF1PNOI                 PIC 9(10).
           02 HCF1FNAL                 PIC S9(4) COMP.
           02 HCF1FNAF                 PIC X.
           02 FILLER REDEFINES HCF1FNAF.
              03 HCF1FNAA              PIC X.
           02 HCF1FNAI                 PIC X(10).
           02 HCF1LNAL                 PIC S9(4) COMP.
           02 HCF1LNAF                 PIC X.
           02 FILLER REDEFINES HCF1LNAF.
              03 HCF1LNAA              PIC X.
           02 HCF1LNAI                 PIC X(20).
           02 HCF1MSGL                 PIC S9(4) COMP.
           02 HCF1MSGF                 PIC X.
           02 FILLER REDEFINES HCF1MSGF.
              03 HCF1MSGA              PIC X.
           02 HCF1MSGI                 PIC X(60).
           02 HCF1REF-LINES OCCURS 10 TIMES.
              03 HCF1LINL              PIC S9(4) COMP.
              03 HCF1LINF              PIC X.
              03 FILLER REDEFINES HCF1LINF.
                 04 HCF1LINA           PIC X.
              03 HCF1LINI              PIC X(75).
           02 HCF1RIDL                 PIC S9(4) COMP.
           02 HCF1RIDF                 PIC X.
           02 FILLER REDEFINES HCF1RIDF.
              03 HCF1RIDA              PIC X.
           02 HCF1RIDI                 PIC 9(9).
           02 HCF1SPCL                 PIC S9(4) COMP.
           02 HCF1SPCF                 PIC X.
           02 FILLER REDEFINES HCF1SPCF.
              03 HCF1SPCA              PIC X.
           02 HCF1SPCI                 PIC X(15).
           02 HCF1DSTL                 PIC S9(4) COMP.
           02 HCF1DSTF                 PIC X.
           02 FILLER REDEFINES HCF1DSTF.
              03 HCF1DSTA              PIC X.
           02 HCF1DSTI                 PIC X(30).
           02 HCF1URGL                 PIC S9(4) COMP.
           02 HCF1URGF                 PIC X.
           02 FILLER REDEFINES HCF1URGF.
              03 HCF1URGA              PIC X.
           02 HCF1URGI                 PIC X(1).
           02 HCF1PRBL                 PIC S9(4) COMP.
           02 HCF1PRBF                 PIC X.
           02 FILLER REDEFINES HCF1PRBF.
              03 HCF1PRBA              PIC X.
           02 HCF1PRBI                 PIC X(10).
           02 HCF1STSL                 PIC S9(4) COMP.
           02 HCF1STSF                 PIC X.
           02 FILLER REDEFINES HCF1STSF.
              03 HCF1STSA              PIC X.
           02 HCF1STSI                 PIC X(12).
       01  HCF1MAPO REDEFINES HCF1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCF1PNOO                 PIC 9(10).
           02 FILLER                   PIC X(2).
           02 HCF1FNAO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCF1LNAO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCF1MSGO                 PIC X(60).
           02 HCF1REF-LINES-O OCCURS 10 TIMES.
              03 FILLER                PIC X(2).
              03 HCF1LINO              PIC X(75).
           02 FILLER                   PIC X(2).
           02 HCF1RIDO                 PIC 9(9).
           02 FILLER                   PIC X(2).
           02 HCF1SPCO                 PIC X(15).
           02 FILLER                   PIC X(2).
           02 HCF1DSTO                 PIC X(30).
           02 FILLER                   PIC X(2).
           02 HCF1URGO                 PIC X(1).
           02 FILLER                   PIC X(2).
           02 HCF1PRBO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCF1STSO                 PIC X(12).

      *----------------------------------------------------------------*
      *    HCO1MAP - fluid intake/output chart                          *
      *----------------------------------------------------------------*
       01  HCO1MAPI.
           02 FILLER                   PIC X(12).
           02 HCO1PNOL                 PIC S9(4) COMP.
           02 HCO1PNOF                 PIC X.
           02 FILLER REDEFINES HCO1PNOF.
              03 HCO1PNOA              PIC X.
           02 HCO1PNOI                 PIC 9(10).
           02 HCO1FNAL                 PIC S9(4) COMP.
           02 HCO1FNAF                 PIC X.
           02 FILLER REDEFINES HCO1FNAF.
              03 HCO1FNAA              PIC X.
           02 HCO1FNAI                 PIC X(10).
           02 HCO1LNAL                 PIC S9(4) COMP.
           02 HCO1LNAF                 PIC X.
           02 FILLER REDEFINES HCO1LNAF.
              03 HCO1LNAA              PIC X.
           02 HCO1LNAI                 PIC X(20).
           02 HCO1VDTL                 PIC S9(4) COMP.
           02 HCO1VDTF                 PIC X.
           02 FILLER REDEFINES HCO1VDTF.
              03 HCO1VDTA              PIC X.
           02 HCO1VDTI                 PIC X(26).
           02 HCO1BPRL                 PIC S9(4) COMP.
           02 HCO1BPRF                 PIC X.
           02 FILLER REDEFINES HCO1BPRF.
              03 HCO1BPRA              PIC X.
           02 HCO1BPRI                 PIC X(7).
           02 HCO1HRTL                 PIC S9(4) COMP.
           02 HCO1HRTF                 PIC X.
           02 FILLER REDEFINES HCO1HRTF.
              03 HCO1HRTA              PIC X.
           02 HCO1HRTI                 PIC 9(4).
           02 HCO1TMPL                 PIC S9(4) COMP.
           02 HCO1TMPF                 PIC X.
           02 FILLER REDEFINES HCO1TMPF.
              03 HCO1TMPA              PIC X.
           02 HCO1TMPI                 PIC 9(3)V9.
           02 HCO1OXSL                 PIC S9(4) COMP.
           02 HCO1OXSF                 PIC X.
           02 FILLER REDEFINES HCO1OXSF.
              03 HCO1OXSA              PIC X.
           02 HCO1OXSI                 PIC 9(3).
           02 HCO1DIRL                 PIC S9(4) COMP.
           02 HCO1DIRF                 PIC X.
           02 FILLER REDEFINES HCO1DIRF.
              03 HCO1DIRA              PIC X.
           02 HCO1DIRI                 PIC X(1).
           02 HCO1RTEL                 PIC S9(4) COMP.
           02 HCO1RTEF                 PIC X.
           02 FILLER REDEFINES HCO1RTEF.
              03 HCO1RTEA              PIC X.
           02 HCO1RTEI                 PIC X(10).
           02 HCO1VOLL                 PIC S9(4) COMP.
           02 HCO1VOLF                 PIC X.
           02 FILLER REDEFINES HCO1VOLF.
              03 HCO1VOLA              PIC X.
           02 HCO1VOLI                 PIC 9(5).
           02 HCO1EDTL                 PIC S9(4) COMP.
           02 HCO1EDTF                 PIC X.
           02 FILLER REDEFINES HCO1EDTF.
              03 HCO1EDTA              PIC X.
           02 HCO1EDTI                 PIC X(26).
           02 HCO1SNCL                 PIC S9(4) COMP.
           02 HCO1SNCF                 PIC X.
           02 FILLER REDEFINES HCO1SNCF.
              03 HCO1SNCA              PIC X.
           02 HCO1SNCI                 PIC X(26).
           02 HCO1RINL                 PIC S9(4) COMP.
           02 HCO1RINF                 PIC X.
           02 FILLER REDEFINES HCO1RINF.
              03 HCO1RINA              PIC X.
           02 HCO1RINI                 PIC 9(7).
           02 HCO1ROUL                 PIC S9(4) COMP.
           02 HCO1ROUF                 PIC X.
           02 FILLER REDEFINES HCO1ROUF.
              03 HCO1ROUA              PIC X.
           02 HCO1ROUI                 PIC 9(7).
           02 HCO1RBLL                 PIC S9(4) COMP.
           02 HCO1RBLF                 PIC X.
           02 FILLER REDEFINES HCO1RBLF.
              03 HCO1RBLA              PIC X.
           02 HCO1RBLI                 PIC X(8).
           02 HCO1DINL                 PIC S9(4) COMP.
           02 HCO1DINF                 PIC X.
           02 FILLER REDEFINES HCO1DINF.
              03 HCO1DINA              PIC X.
           02 HCO1DINI                 PIC 9(7).
           02 HCO1DOUL                 PIC S9(4) COMP.
           02 HCO1DOUF                 PIC X.
           02 FILLER REDEFINES HCO1DOUF.
              03 HCO1DOUA              PIC X.
           02 HCO1DOUI                 PIC 9(7).
           02 HCO1DBLL                 PIC S9(4) COMP.
           02 HCO1DBLF                 PIC X.
           02 FILLER REDEFINES HCO1DBLF.
              03 HCO1DBLA              PIC X.
           02 HCO1DBLI                 PIC X(8).
           02 HCO1MSGL                 PIC S9(4) COMP.
           02 HCO1MSGF                 PIC X.
           02 FILLER REDEFINES HCO1MSGF.
              03 HCO1MSGA              PIC X.
           02 HCO1MSGI                 PIC X(60).
           02 HCO1FLU-LINES OCCURS 10 TIMES.
              03 HCO1LINL              PIC S9(4) COMP.
              03 HCO1LINF              PIC X.
              03 FILLER REDEFINES HCO1LINF.
                 04 HCO1LINA           PIC X.
              03 HCO1LINI              PIC X(60).
       01  HCO1MAPO REDEFINES HCO1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCO1PNOO                 PIC 9(10).
           02 FILLER                   PIC X(2).
           02 HCO1FNAO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCO1LNAO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCO1VDTO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCO1BPRO                 PIC X(7).
           02 FILLER                   PIC X(2).
           02 HCO1HRTO                 PIC 9(4).
           02 FILLER                   PIC X(2).
           02 HCO1TMPO                 PIC 9(3)V9.
           02 FILLER                   PIC X(2).
           02 HCO1OXSO                 PIC 9(3).
           02 FILLER                   PIC X(2).
           02 HCO1DIRO                 PIC X(1).
           02 FILLER                   PIC X(2).
           02 HCO1RTEO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCO1VOLO                 PIC 9(5).
           02 FILLER                   PIC X(2).
           02 HCO1EDTO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCO1SNCO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCO1RINO                 PIC 9(7).
           02 FILLER                   PIC X(2).
           02 HCO1ROUO                 PIC 9(7).
           02 FILLER                   PIC X(2).
           02 HCO1RBLO                 PIC X(8).
           02 FILLER                   PIC X(2).
           02 HCO1DINO                 PIC 9(7).
           02 FILLER                   PIC X(2).
           02 HCO1DOUO                 PIC 9(7).
           02 FILLER                   PIC X(2).
           02 HCO1DBLO                 PIC X(8).
           02 FILLER                   PIC X(2).
           02 HCO1MSGO                 PIC X(60).
           02 HCO1FLU-LINES-O OCCURS 10 TIMES.
              03 FILLER                PIC X(2).
              03 HCO1LINO              PIC X(60).

      *----------------------------------------------------------------*
      *    HCE1MAP - break-the-glass access                             *
      *----------------------------------------------------------------*
       01  HCE1MAPI.
           02 FILLER                   PIC X(12).
           02 HCE1PNOL                 PIC S9(4) COMP.
           02 HCE1PNOF                 PIC X.
           02 FILLER REDEFINES HCE1PNOF.
              03 HCE1PNOA              PIC X.
           02 HCE1PNOI                 PIC 9(10).
           02 HCE1FNAL                 PIC S9(4) COMP.
           02 HCE1FNAF                 PIC X.
           02 FILLER REDEFINES HCE1FNAF.
              03 HCE1FNAA              PIC X.
           02 HCE1FNAI                 PIC X(10).
           02 HCE1LNAL                 PIC S9(4) COMP.
           02 HCE1LNAF                 PIC X.
           02 FILLER REDEFINES HCE1LNAF.
              03 HCE1LNAA              PIC X.
           02 HCE1LNAI                 PIC X(20).
           02 HCE1RSNL                 PIC S9(4) COMP.
           02 HCE1RSNF                 PIC X.
           02 FILLER REDEFINES HCE1RSNF.
              03 HCE1RSNA              PIC X.
           02 HCE1RSNI                 PIC X(60).
           02 HCE1USRL                 PIC S9(4) COMP.
           02 HCE1USRF                 PIC X.
           02 FILLER REDEFINES HCE1USRF.
              03 HCE1USRA              PIC X.
           02 HCE1USRI                 PIC X(8).
           02 HCE1GDTL                 PIC S9(4) COMP.
           02 HCE1GDTF                 PIC X.
           02 FILLER REDEFINES HCE1GDTF.
              03 HCE1GDTA              PIC X.
           02 HCE1GDTI                 PIC X(26).
           02 HCE1EXPL                 PIC S9(4) COMP.
           02 HCE1EXPF                 PIC X.
           02 FILLER REDEFINES HCE1EXPF.
              03 HCE1EXPA              PIC X.
           02 HCE1EXPI                 PIC X(26).
           02 HCE1MSGL                 PIC S9(4) COMP.
           02 HCE1MSGF                 PIC X.
           02 FILLER REDEFINES HCE1MSGF.
              03 HCE1MSGA              PIC X.
           02 HCE1MSGI                 PIC X(60).
       01  HCE1MAPO REDEFINES HCE1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCE1PNOO                 PIC 9(10).
           02 FILLER                   PIC X(2).
           02 HCE1FNAO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCE1LNAO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCE1RSNO                 PIC X(60).
           02 FILLER                   PIC X(2).
           02 HCE1USRO                 PIC X(8).
           02 FILLER                   PIC X(2).
           02 HCE1GDTO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCE1EXPO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCE1MSGO                 PIC X(60).

      *----------------------------------------------------------------*
      *    HCJ1MAP - billing remittance worklist                        *
      *----------------------------------------------------------------*
       01  HCJ1MAPI.
           02 FILLER                   PIC X(12).
           02 HCJ1PYRL                 PIC S9(4) COMP.
           02 HCJ1PYRF                 PIC X.
           02 FILLER REDEFINES HCJ1PYRF.
              03 HCJ1PYRA              PIC X.
           02 HCJ1PYRI                 PIC X(10).
           02 HCJ1MSGL                 PIC S9(4) COMP.
           02 HCJ1MSGF                 PIC X.
           02 FILLER REDEFINES HCJ1MSGF.
              03 HCJ1MSGA              PIC X.
           02 HCJ1MSGI                 PIC X(60).
           02 HCJ1WRK-LINES OCCURS 10 TIMES.
              03 HCJ1LINL              PIC S9(4) COMP.
              03 HCJ1LINF              PIC X.
              03 FILLER REDEFINES HCJ1LINF.
                 04 HCJ1LINA           PIC X.
              03 HCJ1LINI              PIC X(75).
           02 HCJ1RIDL                 PIC S9(4) COMP.
           02 HCJ1RIDF                 PIC X.
           02 FILLER REDEFINES HCJ1RIDF.
              03 HCJ1RIDA              PIC X.
           02 HCJ1RIDI                 PIC 9(9).
       01  HCJ1MAPO REDEFINES HCJ1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCJ1PYRO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCJ1MSGO                 PIC X(60).
           02 HCJ1WRK-LINES-O OCCURS 10 TIMES.
              03 FILLER                PIC X(2).
              03 HCJ1LINO              PIC X(75).
           02 FILLER                   PIC X(2).
           02 HCJ1RIDO                 PIC 9(9).

      *----------------------------------------------------------------*
      *    HCY1MAP - hospital formulary maintenance                     *
      *----------------------------------------------------------------*
       01  HCY1MAPI.
           02 FILLER                   PIC X(12).
           02 HCY1DRNL                 PIC S9(4) COMP.
           02 HCY1DRNF                 PIC X.
           02 FILLER REDEFINES HCY1DRNF.
              03 HCY1DRNA              PIC X.
           02 HCY1DRNI                 PIC X(50).
           02 HCY1STRL                 PIC S9(4) COMP.
           02 HCY1STRF                 PIC X.
           02 FILLER REDEFINES HCY1STRF.
              03 HCY1STRA              PIC X.
           02 HCY1STRI                 PIC X(20).
           02 HCY1RTEL                 PIC S9(4) COMP.
           02 HCY1RTEF                 PIC X.
           02 FILLER REDEFINES HCY1RTEF.
              03 HCY1RTEA              PIC X.
           02 HCY1RTEI                 PIC X(20).
           02 HCY1MNSL                 PIC S9(4) COMP.
           02 HCY1MNSF                 PIC X.
           02 FILLER REDEFINES HCY1MNSF.
              03 HCY1MNSA              PIC X.
           02 HCY1MNSI                 PIC 9(4).
           02 HCY1MXSL                 PIC S9(4) COMP.
           02 HCY1MXSF                 PIC X.
           02 FILLER REDEFINES HCY1MXSF.
              03 HCY1MXSA              PIC X.
           02 HCY1MXSI                 PIC 9(4).
           02 HCY1MNDL                 PIC S9(4) COMP.
           02 HCY1MNDF                 PIC X.
           02 FILLER REDEFINES HCY1MNDF.
              03 HCY1MNDA              PIC X.
           02 HCY1MNDI                 PIC 9(5).
           02 HCY1MXDL                 PIC S9(4) COMP.
           02 HCY1MXDF                 PIC X.
           02 FILLER REDEFINES HCY1MXDF.
              03 HCY1MXDA              PIC X.
           02 HCY1MXDI                 PIC 9(5).
           02 HCY1ACTL                 PIC S9(4) COMP.
           02 HCY1ACTF                 PIC X.
           02 FILLER REDEFINES HCY1ACTF.
              03 HCY1ACTA              PIC X.
           02 HCY1ACTI                 PIC X(1).
           02 HCY1MSGL                 PIC S9(4) COMP.
           02 HCY1MSGF                 PIC X.
           02 FILLER REDEFINES HCY1MSGF.
              03 HCY1MSGA              PIC X.
           02 HCY1MSGI                 PIC X(60).
           02 HCY1FRM-LINES OCCURS 5 TIMES.
              03 HCY1LINL              PIC S9(4) COMP.
              03 HCY1LINF              PIC X.
              03 FILLER REDEFINES HCY1LINF.
                 04 HCY1LINA           PIC X.
              03 HCY1LINI              PIC X(70).
       01  HCY1MAPO REDEFINES HCY1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCY1DRNO                 PIC X(50).
           02 FILLER                   PIC X(2).
           02 HCY1STRO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCY1RTEO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCY1MNSO                 PIC 9(4).
           02 FILLER                   PIC X(2).
           02 HCY1MXSO                 PIC 9(4).
           02 FILLER                   PIC X(2).
           02 HCY1MNDO                 PIC 9(5).
           02 FILLER                   PIC X(2).
           02 HCY1MXDO                 PIC 9(5).
           02 FILLER                   PIC X(2).
           02 HCY1ACTO                 PIC X(1).
           02 FILLER                   PIC X(2).
           02 HCY1MSGO                 PIC X(60).
           02 HCY1FRM-LINES-O OCCURS 5 TIMES.
              03 FILLER                PIC X(2).
              03 HCY1LINO              PIC X(70).

      *----------------------------------------------------------------*
      *    HCI1MAP - non-formulary approval queue                       *
      *----------------------------------------------------------------*
       01  HCI1MAPI.
           02 FILLER                   PIC X(12).
           02 HCI1MSGL                 PIC S9(4) COMP.
           02 HCI1MSGF                 PIC X.
           02 FILLER REDEFINES HCI1MSGF.
              03 HCI1MSGA              PIC X.
           02 HCI1MSGI                 PIC X(60).
           02 HCI1PND-LINES OCCURS 10 TIMES.
              03 HCI1LINL              PIC S9(4) COMP.
              03 HCI1LINF              PIC X.
              03 FILLER REDEFINES HCI1LINF.
                 04 HCI1LINA           PIC X.
              03 HCI1LINI              PIC X(75).
           02 HCI1MIDL                 PIC S9(4) COMP.
           02 HCI1MIDF                 PIC X.
           02 FILLER REDEFINES HCI1MIDF.
              03 HCI1MIDA              PIC X.
           02 HCI1MIDI                 PIC 9(9).
       01  HCI1MAPO REDEFINES HCI1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCI1MSGO                 PIC X(60).
           02 HCI1PND-LINES-O OCCURS 10 TIMES.
              03 FILLER                PIC X(2).
              03 HCI1LINO              PIC X(75).
           02 FILLER                   PIC X(2).
           02 HCI1MIDO                 PIC 9(9).

      *----------------------------------------------------------------*
      *    HCH1MAP - falls / pressure-injury risk assessment            *
      *----------------------------------------------------------------*
       01  HCH1MAPI.
           02 FILLER                   PIC X(12).
           02 HCH1PNOL                 PIC S9(4) COMP.
           02 HCH1PNOF                 PIC X.
           02 FILLER REDEFINES HCH1PNOF.
              03 HCH1PNOA              PIC X.
           02 HCH1PNOI                 PIC 9(10).
           02 HCH1FNAL                 PIC S9(4) COMP.
           02 HCH1FNAF                 PIC X.
           02 FILLER REDEFINES HCH1FNAF.
              03 HCH1FNAA              PIC X.
           02 HCH1FNAI                 PIC X(10).
           02 HCH1LNAL                 PIC S9(4) COMP.
           02 HCH1LNAF                 PIC X.
           02 FILLER REDEFINES HCH1LNAF.
              03 HCH1LNAA              PIC X.
           02 HCH1LNAI                 PIC X(20).
           02 HCH1WRDL                 PIC S9(4) COMP.
           02 HCH1WRDF                 PIC X.
           02 FILLER REDEFINES HCH1WRDF.
              03 HCH1WRDA              PIC X.
           02 HCH1WRDI                 PIC X(4).
           02 HCH1ADML                 PIC S9(4) COMP.
           02 HCH1ADMF                 PIC X.
           02 FILLER REDEFINES HCH1ADMF.
              03 HCH1ADMA              PIC X.
           02 HCH1ADMI                 PIC X(26).
           02 HCH1TYPL                 PIC S9(4) COMP.
           02 HCH1TYPF                 PIC X.
           02 FILLER REDEFINES HCH1TYPF.
              03 HCH1TYPA              PIC X.
           02 HCH1TYPI                 PIC X(1).
           02 HCH1IT1L                 PIC S9(4) COMP.
           02 HCH1IT1F                 PIC X.
           02 FILLER REDEFINES HCH1IT1F.
              03 HCH1IT1A              PIC X.
           02 HCH1IT1I                 PIC 9(2).
           02 HCH1IT2L                 PIC S9(4) COMP.
           02 HCH1IT2F                 PIC X.
           02 FILLER REDEFINES HCH1IT2F.
              03 HCH1IT2A              PIC X.
           02 HCH1IT2I                 PIC 9(2).
           02 HCH1IT3L                 PIC S9(4) COMP.
           02 HCH1IT3F                 PIC X.
           02 FILLER REDEFINES HCH1IT3F.
              03 HCH1IT3A              PIC X.
           02 HCH1IT3I                 PIC 9(2).
           02 HCH1IT4L                 PIC S9(4) COMP.
           02 HCH1IT4F                 PIC X.
           02 FILLER REDEFINES HCH1IT4F.
              03 HCH1IT4A              PIC X.
           02 HCH1IT4I                 PIC 9(2).
           02 HCH1IT5L                 PIC S9(4) COMP.
           02 HCH1IT5F                 PIC X.
           02 FILLER REDEFINES HCH1IT5F.
              03 HCH1IT5A              PIC X.
           02 HCH1IT5I                 PIC 9(2).
           02 HCH1IT6L                 PIC S9(4) COMP.
           02 HCH1IT6F                 PIC X.
           02 FILLER REDEFINES HCH1IT6F.
              03 HCH1IT6A              PIC X.
           02 HCH1IT6I                 PIC 9(2).
           02 HCH1EDTL                 PIC S9(4) COMP.
           02 HCH1EDTF                 PIC X.
           02 FILLER REDEFINES HCH1EDTF.
              03 HCH1EDTA              PIC X.
           02 HCH1EDTI                 PIC X(26).
           02 HCH1TOTL                 PIC S9(4) COMP.
           02 HCH1TOTF                 PIC X.
           02 FILLER REDEFINES HCH1TOTF.
              03 HCH1TOTA              PIC X.
           02 HCH1TOTI                 PIC 9(3).
           02 HCH1BNDL                 PIC S9(4) COMP.
           02 HCH1BNDF                 PIC X.
           02 FILLER REDEFINES HCH1BNDF.
              03 HCH1BNDA              PIC X.
           02 HCH1BNDI                 PIC X(1).
           02 HCH1DUEL                 PIC S9(4) COMP.
           02 HCH1DUEF                 PIC X.
           02 FILLER REDEFINES HCH1DUEF.
              03 HCH1DUEA              PIC X.
           02 HCH1DUEI                 PIC X(26).
           02 HCH1FBDL                 PIC S9(4) COMP.
           02 HCH1FBDF                 PIC X.
           02 FILLER REDEFINES HCH1FBDF.
              03 HCH1FBDA              PIC X.
           02 HCH1FBDI                 PIC X(1).
           02 HCH1FDUL                 PIC S9(4) COMP.
           02 HCH1FDUF                 PIC X.
           02 FILLER REDEFINES HCH1FDUF.
              03 HCH1FDUA              PIC X.
           02 HCH1FDUI                 PIC X(26).
           02 HCH1PBDL                 PIC S9(4) COMP.
           02 HCH1PBDF                 PIC X.
           02 FILLER REDEFINES HCH1PBDF.
              03 HCH1PBDA              PIC X.
           02 HCH1PBDI                 PIC X(1).
           02 HCH1PDUL                 PIC S9(4) COMP.
           02 HCH1PDUF                 PIC X.
           02 FILLER REDEFINES HCH1PDUF.
              03 HCH1PDUA              PIC X.
           02 HCH1PDUI                 PIC X(26).
           02 HCH1MSGL                 PIC S9(4) COMP.
           02 HCH1MSGF                 PIC X.
           02 FILLER REDEFINES HCH1MSGF.
              03 HCH1MSGA              PIC X.
           02 HCH1MSGI                 PIC X(60).
           02 HCH1RSK-LINES OCCURS 10 TIMES.
              03 HCH1LINL              PIC S9(4) COMP.
              03 HCH1LINF              PIC X.
              03 FILLER REDEFINES HCH1LINF.
                 04 HCH1LINA           PIC X.
              03 HCH1LINI              PIC X(75).
       01  HCH1MAPO REDEFINES HCH1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCH1PNOO                 PIC 9(10).
           02 FILLER                   PIC X(2).
           02 HCH1FNAO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCH1LNAO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCH1WRDO                 PIC X(4).
           02 FILLER                   PIC X(2).
           02 HCH1ADMO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCH1TYPO                 PIC X(1).
           02 FILLER                   PIC X(2).
           02 HCH1IT1O                 PIC 9(2).
           02 FILLER                   PIC X(2).
           02 HCH1IT2O                 PIC 9(2).
           02 FILLER                   PIC X(2).
           02 HCH1IT3O                 PIC 9(2).
           02 FILLER                   PIC X(2).
           02 HCH1IT4O                 PIC 9(2).
           02 FILLER                   PIC X(2).
           02 HCH1IT5O                 PIC 9(2).
           02 FILLER                   PIC X(2).
           02 HCH1IT6O                 PIC 9(2).
           02 FILLER                   PIC X(2).
           02 HCH1EDTO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCH1TOTO                 PIC 9(3).
           02 FILLER                   PIC X(2).
           02 HCH1BNDO                 PIC X(1).
           02 FILLER                   PIC X(2).
           02 HCH1DUEO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCH1FBDO                 PIC X(1).
           02 FILLER                   PIC X(2).
           02 HCH1FDUO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCH1PBDO                 PIC X(1).
           02 FILLER                   PIC X(2).
           02 HCH1PDUO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCH1MSGO                 PIC X(60).
           02 HCH1RSK-LINES-O OCCURS 10 TIMES.
              03 FILLER                PIC X(2).
              03 HCH1LINO              PIC X(75).

      *----------------------------------------------------------------*
      *    HCC1MAP - clinical notes browse and entry                    *
      *----------------------------------------------------------------*
       01  HCC1MAPI.
           02 FILLER                   PIC X(12).
           02 HCC1PNOL                 PIC S9(4) COMP.
           02 HCC1PNOF                 PIC X.
           02 FILLER REDEFINES HCC1PNOF.
              03 HCC1PNOA              PIC X.
           02 HCC1PNOI                 PIC 9(10).
           02 HCC1FNAL                 PIC S9(4) COMP.
           02 HCC1FNAF                 PIC X.
           02 FILLER REDEFINES HCC1FNAF.
              03 HCC1FNAA              PIC X.
           02 HCC1FNAI                 PIC X(10).
           02 HCC1LNAL                 PIC S9(4) COMP.
           02 HCC1LNAF                 PIC X.
           02 FILLER REDEFINES HCC1LNAF.
              03 HCC1LNAA              PIC X.
           02 HCC1LNAI                 PIC X(20).
           02 HCC1NIDL                 PIC S9(4) COMP.
           02 HCC1NIDF                 PIC X.
           02 FILLER REDEFINES HCC1NIDF.
              03 HCC1NIDA              PIC X.
           02 HCC1NIDI                 PIC 9(9).
           02 HCC1TYPL                 PIC S9(4) COMP.
           02 HCC1TYPF                 PIC X.
           02 FILLER REDEFINES HCC1TYPF.
              03 HCC1TYPA              PIC X.
           02 HCC1TYPI                 PIC X(3).
           02 HCC1LTYL                 PIC S9(4) COMP.
           02 HCC1LTYF                 PIC X.
           02 FILLER REDEFINES HCC1LTYF.
              03 HCC1LTYA              PIC X.
           02 HCC1LTYI                 PIC X(1).
           02 HCC1LKYL                 PIC S9(4) COMP.
           02 HCC1LKYF                 PIC X.
           02 FILLER REDEFINES HCC1LKYF.
              03 HCC1LKYA              PIC X.
           02 HCC1LKYI                 PIC X(26).
           02 HCC1PARL                 PIC S9(4) COMP.
           02 HCC1PARF                 PIC X.
           02 FILLER REDEFINES HCC1PARF.
              03 HCC1PARA              PIC X.
           02 HCC1PARI                 PIC 9(9).
           02 HCC1STAL                 PIC S9(4) COMP.
           02 HCC1STAF                 PIC X.
           02 FILLER REDEFINES HCC1STAF.
              03 HCC1STAA              PIC X.
           02 HCC1STAI                 PIC X(1).
           02 HCC1AUTL                 PIC S9(4) COMP.
           02 HCC1AUTF                 PIC X.
           02 FILLER REDEFINES HCC1AUTF.
              03 HCC1AUTA              PIC X.
           02 HCC1AUTI                 PIC X(8).
           02 HCC1CRTL                 PIC S9(4) COMP.
           02 HCC1CRTF                 PIC X.
           02 FILLER REDEFINES HCC1CRTF.
              03 HCC1CRTA              PIC X.
           02 HCC1CRTI                 PIC X(26).
           02 HCC1SGNL                 PIC S9(4) COMP.
           02 HCC1SGNF                 PIC X.
           02 FILLER REDEFINES HCC1SGNF.
              03 HCC1SGNA              PIC X.
           02 HCC1SGNI                 PIC X(26).
           02 HCC1TXT-LINES OCCURS 10 TIMES.
              03 HCC1TXTL              PIC S9(4) COMP.
              03 HCC1TXTF              PIC X.
              03 FILLER REDEFINES HCC1TXTF.
                 04 HCC1TXTA           PIC X.
              03 HCC1TXTI              PIC X(70).
           02 HCC1NTE-LINES OCCURS 10 TIMES.
              03 HCC1LINL              PIC S9(4) COMP.
              03 HCC1LINF              PIC X.
              03 FILLER REDEFINES HCC1LINF.
                 04 HCC1LINA           PIC X.
              03 HCC1LINI              PIC X(75).
           02 HCC1MSGL                 PIC S9(4) COMP.
           02 HCC1MSGF                 PIC X.
           02 FILLER REDEFINES HCC1MSGF.
              03 HCC1MSGA              PIC X.
           02 HCC1MSGI                 PIC X(60).
       01  HCC1MAPO REDEFINES HCC1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCC1PNOO                 PIC 9(10).
           02 FILLER                   PIC X(2).
           02 HCC1FNAO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCC1LNAO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCC1NIDO                 PIC 9(9).
           02 FILLER                   PIC X(2).
           02 HCC1TYPO                 PIC X(3).
           02 FILLER                   PIC X(2).
           02 HCC1LTYO                 PIC X(1).
           02 FILLER                   PIC X(2).
           02 HCC1LKYO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCC1PARO                 PIC 9(9).
           02 FILLER                   PIC X(2).
           02 HCC1STAO                 PIC X(1).
           02 FILLER                   PIC X(2).
           02 HCC1AUTO                 PIC X(8).
           02 FILLER                   PIC X(2).
           02 HCC1CRTO                 PIC X(26).
           02 FILLER                   PIC X(2).
           02 HCC1SGNO                 PIC X(26).
           02 HCC1TXT-LINES-O OCCURS 10 TIMES.
              03 FILLER                PIC X(2).
              03 HCC1TXTO              PIC X(70).
           02 HCC1NTE-LINES-O OCCURS 10 TIMES.
              03 FILLER                PIC X(2).
              03 HCC1LINO              PIC X(75).
           02 FILLER                   PIC X(2).
           02 HCC1MSGO                 PIC X(60).

      *----------------------------------------------------------------*
      *    HCX1MAP - theatre procedure booking                          *
      *----------------------------------------------------------------*
       01  HCX1MAPI.
           02 FILLER                   PIC X(12).
           02 HCX1PNOL                 PIC S9(4) COMP.
           02 HCX1PNOF                 PIC X.
           02 FILLER REDEFINES HCX1PNOF.
              03 HCX1PNOA              PIC X.
           02 HCX1PNOI                 PIC 9(10).
           02 HCX1FNAL                 PIC S9(4) COMP.
           02 HCX1FNAF                 PIC X.
           02 FILLER REDEFINES HCX1FNAF.
              03 HCX1FNAA              PIC X.
           02 HCX1FNAI                 PIC X(10).
           02 HCX1LNAL                 PIC S9(4) COMP.
           02 HCX1LNAF                 PIC X.
           02 FILLER REDEFINES HCX1LNAF.
              03 HCX1LNAA              PIC X.
           02 HCX1LNAI                 PIC X(20).
           02 HCX1BIDL                 PIC S9(4) COMP.
           02 HCX1BIDF                 PIC X.
           02 FILLER REDEFINES HCX1BIDF.
              03 HCX1BIDA              PIC X.
           02 HCX1BIDI                 PIC 9(9).
           02 HCX1PRCL                 PIC S9(4) COMP.
           02 HCX1PRCF                 PIC X.
           02 FILLER REDEFINES HCX1PRCF.
              03 HCX1PRCA              PIC X.
           02 HCX1PRCI                 PIC X(10).
           02 HCX1PRBL                 PIC S9(4) COMP.
           02 HCX1PRBF                 PIC X.
           02 FILLER REDEFINES HCX1PRBF.
              03 HCX1PRBA              PIC X.
           02 HCX1PRBI                 PIC X(10).
           02 HCX1SURL                 PIC S9(4) COMP.
           02 HCX1SURF                 PIC X.
           02 FILLER REDEFINES HCX1SURF.
              03 HCX1SURA              PIC X.
           02 HCX1SURI                 PIC X(20).
           02 HCX1THEL                 PIC S9(4) COMP.
           02 HCX1THEF                 PIC X.
           02 FILLER REDEFINES HCX1THEF.
              03 HCX1THEA              PIC X.
           02 HCX1THEI                 PIC X(4).
           02 HCX1DATL                 PIC S9(4) COMP.
           02 HCX1DATF                 PIC X.
           02 FILLER REDEFINES HCX1DATF.
              03 HCX1DATA              PIC X.
           02 HCX1DATI                 PIC X(10).
           02 HCX1TIML                 PIC S9(4) COMP.
           02 HCX1TIMF                 PIC X.
           02 FILLER REDEFINES HCX1TIMF.
              03 HCX1TIMA              PIC X.
           02 HCX1TIMI                 PIC X(5).
           02 HCX1DURL                 PIC S9(4) COMP.
           02 HCX1DURF                 PIC X.
           02 FILLER REDEFINES HCX1DURF.
              03 HCX1DURA              PIC X.
           02 HCX1DURI                 PIC 9(3).
           02 HCX1ENDL                 PIC S9(4) COMP.
           02 HCX1ENDF                 PIC X.
           02 FILLER REDEFINES HCX1ENDF.
              03 HCX1ENDA              PIC X.
           02 HCX1ENDI                 PIC X(5).
           02 HCX1CONL                 PIC S9(4) COMP.
           02 HCX1CONF                 PIC X.
           02 FILLER REDEFINES HCX1CONF.
              03 HCX1CONA              PIC X.
           02 HCX1CONI                 PIC 9(9).
           02 HCX1THB-LINES OCCURS 10 TIMES.
              03 HCX1LINL              PIC S9(4) COMP.
              03 HCX1LINF              PIC X.
              03 FILLER REDEFINES HCX1LINF.
                 04 HCX1LINA           PIC X.
              03 HCX1LINI              PIC X(75).
           02 HCX1MSGL                 PIC S9(4) COMP.
           02 HCX1MSGF                 PIC X.
           02 FILLER REDEFINES HCX1MSGF.
              03 HCX1MSGA              PIC X.
           02 HCX1MSGI                 PIC X(60).
       01  HCX1MAPO REDEFINES HCX1MAPI.
           02 FILLER                   PIC X(12).
           02 FILLER                   PIC X(2).
           02 HCX1PNOO                 PIC 9(10).
           02 FILLER                   PIC X(2).
           02 HCX1FNAO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCX1LNAO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCX1BIDO                 PIC 9(9).
           02 FILLER                   PIC X(2).
           02 HCX1PRCO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCX1PRBO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCX1SURO                 PIC X(20).
           02 FILLER                   PIC X(2).
           02 HCX1THEO                 PIC X(4).
           02 FILLER                   PIC X(2).
           02 HCX1DATO                 PIC X(10).
           02 FILLER                   PIC X(2).
           02 HCX1TIMO                 PIC X(5).
           02 FILLER                   PIC X(2).
           02 HCX1DURO                 PIC 9(3).
           02 FILLER                   PIC X(2).
           02 HCX1ENDO                 PIC X(5).
           02 FILLER                   PIC X(2).
           02 HCX1CONO                 PIC 9(9).
           02 HCX1THB-LINES-O OCCURS 10 TIMES.
              03 FILLER                PIC X(2).
              03 HCX1LINO              PIC X(75).
           02 FILLER                   PIC X(2).
           02 HCX1MSGO                 PIC X(60).
