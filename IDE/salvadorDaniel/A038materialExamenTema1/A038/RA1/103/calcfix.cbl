000216* 03/09/2026 JF    Els intents d'identificacio (amb exit o no)
000217*                  s'anoten al registre de seguretat (SECFILE)
000218*                  amb mode F, com fan la calculadora i CALCOPER.
000219* 10/09/2026 JF    Registre d'operador amb el limit d'import.
000220* 14/09/2026 JF    La capcalera de resubmissio, les disposicions,
000221*                  el registre de seguretat i l'informe porten la
000222*                  data de negoci del registre de control BUSDATE
000223*                  (CALCDIA) en lloc de la del rellotge.
000224*----------------------------------------------------------------
000225 
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000337         ORGANIZATION IS LINE SEQUENTIAL
000338         FILE STATUS IS Fs-Seguretat.
000339
000340     SELECT Fitxer-Data-Negoci ASSIGN TO BUSDATE
000341         ORGANIZATION IS LINE SEQUENTIAL
000342         FILE STATUS IS Fs-Data-Negoci.
000343
000344 DATA DIVISION.
000350 FILE SECTION.
000360 FD  Fitxer-Errors.
000370 01  Reg-Errors.
000756         88  Opr-Es-Actiu            VALUE "S".
000757     05  Opr-Aut-Sup         PIC X(01).
000758         88  Opr-Es-Supervisor       VALUE "S".
000759     05  Opr-Limit-Import    PIC S9(7)V99
000760                              SIGN IS LEADING SEPARATE CHARACTER.
000761
000762 FD  Fitxer-Seguretat.
000763 01  Reg-Seguretat.
000764     05  Seg-Data            PIC 9(08).
000765     05  FILLER              PIC X(01).
000766     05  Seg-Hora            PIC 9(06).
000767     05  FILLER              PIC X(01).
000768     05  Seg-Operador        PIC X(08).
000769     05  FILLER              PIC X(01).
000770     05  Seg-Mode            PIC X(01).
000771     05  FILLER              PIC X(01).
000772     05  Seg-Resultat        PIC X(10).
000773
000774 FD  Fitxer-Data-Negoci.
000775 01  Reg-Data-Negoci.
000776     05  Dng-Data            PIC 9(08).
000777     05  FILLER              PIC X(01).
000778     05  Dng-Estat           PIC X(01).
000779         88  Dng-Dia-Obert           VALUE "O".
000780         88  Dng-Dia-Tancat          VALUE "T".
000781     05  FILLER              PIC X(01).
000782     05  Dng-Data-Canvi      PIC 9(08).
000783     05  FILLER              PIC X(01).
000784     05  Dng-Hora-Canvi      PIC 9(06).
000785     05  FILLER              PIC X(01).
000786     05  Dng-Operador        PIC X(08).
000787
000788 WORKING-STORAGE SECTION.
000789*----------------------------------------------------------------
000790* CAMPS DE TREBALL PRINCIPALS
000791*----------------------------------------------------------------
000792 01  Opcio           PIC 9.
000793 01  Num1            PIC S9(7)V99
000800                     SIGN IS LEADING SEPARATE CHARACTER.
000810 01  Num2            PIC S9(7)V99
000820                     SIGN IS LEADING SEPARATE CHARACTER.
000935 01  Fs-Seguretat        PIC X(02).
000936     88  Fs-Seguretat-Ok         VALUE "00".
000937     88  Fs-Seg-Inexistent       VALUE "35".
000939 01  Fs-Data-Negoci      PIC X(02).
000941     88  Fs-Data-Negoci-Ok       VALUE "00".
000943
000945*----------------------------------------------------------------
000950* COMPTADORS I INDICADORS DE CONTROL
000960*----------------------------------------------------------------
000970 77  Sw-FiFitxer     PIC X(01)   VALUE "N".
001310*=================================================================
001320 1000-INICIALITZAR.
001330     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
001335     PERFORM 1200-LLEGIR-DATA-NEGOCI THRU 1200-EXIT.
001340     DISPLAY "CALCFIX - Reparacio d'excepcions".
001350     DISPLAY "================================".
001352     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
003560     DISPLAY "CALCFIX finalitzat.".
003570 9000-EXIT.
003580     EXIT.
003590
003600*=================================================================
003610* 1200-LLEGIR-DATA-NEGOCI - Pren la data de negoci del registre
003620*                           de control (CALCDIA) per a la
003630*                           capcalera de resubmissio, les
003640*                           disposicions i l'informe; sense
003650*                           registre es queda la del sistema
003660*=================================================================
003670 1200-LLEGIR-DATA-NEGOCI.
003680     OPEN INPUT Fitxer-Data-Negoci.
003690     IF NOT Fs-Data-Negoci-Ok
003700         DISPLAY "Avis: sense data de negoci; s'usa la del "
003710             "sistema."
003720         GO TO 1200-EXIT
003730     END-IF.
003740     READ Fitxer-Data-Negoci
003750         AT END
003760             DISPLAY "Avis: sense data de negoci; s'usa la del "
003770                 "sistema."
003780         NOT AT END
003790             MOVE Dng-Data TO Data-Sistema
003800     END-READ.
003810     CLOSE Fitxer-Data-Negoci.
003820 1200-EXIT.
003830     EXIT.
