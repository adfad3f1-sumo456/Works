000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCANOM.
000030 AUTHOR. J. FERRAN.
000040 INSTALLATION. DEPT. FORMACIO PROFESSIONAL.
000050 DATE-WRITTEN. 28/09/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- -------------------------------------------
000120* 28/09/2026 JF    Programa original: alertes d'anomalies de
000130*                  volum i d'import sobre el llibre major
000140*                  d'execucions (RUNLEDG). Compara cada execucio
000150*                  d'un interval de dates amb la mitjana de les
000160*                  execucions anteriors del mateix mode i operador
000170*                  dins d'una finestra de dies, i informa
000180*                  (ANOMRPT)
000190*                  de cada comptador o total fora de la banda de
000200*                  tolerancia, de les execucions amb codi de
000210*                  retorn diferent de zero i dels lots
000220*                  desquadrats. Tolerancia i finestra de
000230*                  PARMFILE (claus ANOMTOLE i ANOMDIES). Codi de
000240*                  retorn per al planificador.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT Fitxer-Ledger ASSIGN TO RUNLEDG
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS Led-Run-Id
000340         FILE STATUS IS Fs-Ledger.
000350
000360     SELECT Fitxer-Parametres ASSIGN TO PARMFILE
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS Parm-Clau
000400         FILE STATUS IS Fs-Parametres.
000410
000420     SELECT Fitxer-Informe ASSIGN TO ANOMRPT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS Fs-Informe.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  Fitxer-Ledger.
000490 01  Reg-Ledger.
000500     05  Led-Run-Id          PIC 9(14).
000510     05  Led-Run-Desglossat REDEFINES Led-Run-Id.
000520         10  Led-Run-Data    PIC 9(08).
000530         10  Led-Run-Hora    PIC 9(06).
000540     05  Led-Mode            PIC X(01).
000550     05  Led-Operador        PIC X(08).
000560     05  Led-Sumes           PIC 9(05).
000570     05  Led-Restes          PIC 9(05).
000580     05  Led-Multiplicacions PIC 9(05).
000590     05  Led-Divisions       PIC 9(05).
000600     05  Led-Percentatges    PIC 9(05).
000610     05  Led-Moduls          PIC 9(05).
000620     05  Led-Taxes           PIC 9(05).
000630     05  Led-Total-Resultats PIC S9(13)V99
000640                              SIGN IS LEADING SEPARATE CHARACTER.
000650     05  Led-Lot-Unitats     PIC 9(06).
000660     05  Led-Quadrat         PIC X(01).
000670     05  Led-Codi-Retorn     PIC 9(02).
000680
000690 FD  Fitxer-Parametres.
000700 01  Reg-Parametre.
000710     05  Parm-Clau           PIC X(08).
000720     05  Parm-Valor-Num      PIC 9(06).
000730     05  Parm-Valor-Text     PIC X(04).
000740     05  Parm-Descripcio     PIC X(30).
000750
000760 FD  Fitxer-Informe.
000770 01  Linia-Informe           PIC X(132).
000780
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------
000810* CRITERIS DE SELECCIO I PARAMETRES
000820*----------------------------------------------------------------
000830 01  Sel-Data-Desde      PIC 9(08).
000840 01  Sel-Data-Fins       PIC 9(08).
000850 77  Tolerancia          PIC 9(03) COMP VALUE 50.
000860 77  Dies-Finestra       PIC 9(03) COMP VALUE 30.
000870
000880*----------------------------------------------------------------
000890* INDICADORS D'ESTAT DE FITXERS
000900*----------------------------------------------------------------
000910 01  Fs-Ledger           PIC X(02).
000920     88  Fs-Ledger-Ok            VALUE "00".
000930 01  Fs-Parametres       PIC X(02).
000940     88  Fs-Parametres-Ok        VALUE "00".
000950 01  Fs-Informe          PIC X(02).
000960     88  Fs-Informe-Ok           VALUE "00".
000970
000980*----------------------------------------------------------------
000990* COMPTADORS I INDICADORS DE CONTROL
001000*----------------------------------------------------------------
001010 77  Sw-FiFitxer     PIC X(01)   VALUE "N".
001020     88  Fi-Fitxer                   VALUE "S".
001030 77  Sw-Fi-Base      PIC X(01)   VALUE "N".
001040     88  Fi-Base                     VALUE "S".
001050 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
001060     88  Error-Fatal                 VALUE "S".
001070 77  Sw-Anomalia     PIC X(01)   VALUE "N".
001080     88  Execucio-Anomala            VALUE "S".
001090 77  Data-Sistema    PIC 9(08).
001100 77  Num-Pagina      PIC 9(03) COMP VALUE ZERO.
001110 77  Linies-Pagina   PIC 9(03) COMP VALUE 999.
001120 77  Max-Linies      PIC 9(03) COMP VALUE 55.
001130 77  Comptador-Llegides          PIC 9(07) COMP VALUE ZERO.
001140 77  Comptador-Amb-Base          PIC 9(07) COMP VALUE ZERO.
001150 77  Comptador-Sense-Base        PIC 9(07) COMP VALUE ZERO.
001160 77  Comptador-Anomales          PIC 9(07) COMP VALUE ZERO.
001170 77  Comptador-Retorn            PIC 9(07) COMP VALUE ZERO.
001180 77  Comptador-Desquadrats       PIC 9(07) COMP VALUE ZERO.
001190 77  Comptador-Alertes           PIC 9(07) COMP VALUE ZERO.
001200 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
001210
001220*----------------------------------------------------------------
001230* EXECUCIO QUE ES COMPARA (copia del registre llegit, perque la
001240* lectura de la base torna a fer servir l'area del fitxer)
001250*----------------------------------------------------------------
001260 01  Execucio-Actual.
001270     05  Act-Run-Id          PIC 9(14).
001280     05  Act-Run-Desglossat REDEFINES Act-Run-Id.
001290         10  Act-Run-Data    PIC 9(08).
001300         10  Act-Run-Hora    PIC 9(06).
001310     05  Act-Mode            PIC X(01).
001320         88  Act-Mode-Lot            VALUE "L".
001330     05  Act-Operador        PIC X(08).
001340     05  Act-Sumes           PIC 9(05).
001350     05  Act-Restes          PIC 9(05).
001360     05  Act-Multiplicacions PIC 9(05).
001370     05  Act-Divisions       PIC 9(05).
001380     05  Act-Percentatges    PIC 9(05).
001390     05  Act-Moduls          PIC 9(05).
001400     05  Act-Taxes           PIC 9(05).
001410     05  Act-Total-Resultats PIC S9(13)V99
001420                              SIGN IS LEADING SEPARATE CHARACTER.
001430     05  Act-Lot-Unitats     PIC 9(06).
001440     05  Act-Quadrat         PIC X(01).
001450         88  Act-Lot-Quadrat         VALUE "S".
001460     05  Act-Codi-Retorn     PIC 9(02).
001470
001480*----------------------------------------------------------------
001490* MESURES COMPARADES: els set comptadors per operacio, el total
001500* d'operacions (volum) i el total de resultats (import). La base
001510* acumula les execucions anteriors del mateix mode i operador
001520* dins de la finestra, sense les que van acabar amb error fatal
001530*----------------------------------------------------------------
001540 01  Noms-Mesures.
001550     05  FILLER          PIC X(16) VALUE "SUMES".
001560     05  FILLER          PIC X(16) VALUE "RESTES".
001570     05  FILLER          PIC X(16) VALUE "MULTIPLICACIONS".
001580     05  FILLER          PIC X(16) VALUE "DIVISIONS".
001590     05  FILLER          PIC X(16) VALUE "PERCENTATGES".
001600     05  FILLER          PIC X(16) VALUE "MODULS".
001610     05  FILLER          PIC X(16) VALUE "TAXES".
001620     05  FILLER          PIC X(16) VALUE "TOTAL OPERACIONS".
001630     05  FILLER          PIC X(16) VALUE "TOTAL RESULTATS".
001640 01  Taula-Noms-Mesures REDEFINES Noms-Mesures.
001650     05  Nom-Mesura      OCCURS 9 TIMES PIC X(16).
001660 01  Taula-Mesures.
001670     05  Mes-Entrada     OCCURS 9 TIMES.
001680         10  Mes-Valor       PIC S9(15)V99 COMP.
001690         10  Mes-Base        PIC S9(15)V99 COMP.
001700 77  Num-Mesures     PIC 9(02) COMP VALUE 9.
001710 77  Mesura-Import   PIC 9(02) COMP VALUE 9.
001720 77  Ind-Mes         PIC 9(02) COMP VALUE ZERO.
001730 77  Base-Execucions PIC 9(07) COMP VALUE ZERO.
001740 77  Mitjana         PIC S9(15)V99 COMP VALUE ZERO.
001750 77  Diferencia      PIC S9(15)V99 COMP VALUE ZERO.
001760 77  Diferencia-Abs  PIC S9(15)V99 COMP VALUE ZERO.
001770 77  Banda           PIC S9(15)V99 COMP VALUE ZERO.
001780 77  Desviacio       PIC S9(07)V9  COMP VALUE ZERO.
001790 77  Sw-Desviacio    PIC X(01)   VALUE "N".
001800     88  Desviacio-Calculada         VALUE "S".
001810
001820*----------------------------------------------------------------
001830* FINESTRA DE DIES: primer dia de la base de l'execucio actual,
001840* recalculat nomes quan canvia la data de l'execucio
001850*----------------------------------------------------------------
001860 77  Data-Finestra-Per           PIC 9(08) VALUE ZERO.
001870 77  Data-Inici-Finestra         PIC 9(08) VALUE ZERO.
001880 01  Data-Treball        PIC 9(08) VALUE ZERO.
001890 01  Data-Treball-R REDEFINES Data-Treball.
001900     05  Dt-Any              PIC 9(04).
001910     05  Dt-Mes              PIC 9(02).
001920     05  Dt-Dia              PIC 9(02).
001930 01  Dies-Mesos.
001940     05  FILLER          PIC X(24) VALUE
001950         "312831303130313130313031".
001960 01  Taula-Dies-Mes REDEFINES Dies-Mesos.
001970     05  Dies-Mes            OCCURS 12 TIMES PIC 9(02).
001980 77  Max-Dia         PIC 9(02)   VALUE ZERO.
001990 77  Quocient        PIC 9(04)   VALUE ZERO.
002000 77  Residu-4        PIC 9(04)   VALUE ZERO.
002010 77  Residu-100      PIC 9(04)   VALUE ZERO.
002020 77  Residu-400      PIC 9(04)   VALUE ZERO.
002030
002040*----------------------------------------------------------------
002050* LINIES DE L'INFORME
002060*----------------------------------------------------------------
002070 01  Linia-Capcalera-1.
002080     05  FILLER          PIC X(10) VALUE "CALCANOM".
002090     05  FILLER          PIC X(36) VALUE
002100         "ALERTES D'ANOMALIES D'EXECUCIO".
002110     05  FILLER          PIC X(05) VALUE "DES: ".
002120     05  Cap-Desde       PIC 9(08).
002130     05  FILLER          PIC X(02) VALUE SPACES.
002140     05  FILLER          PIC X(06) VALUE "FINS: ".
002150     05  Cap-Fins        PIC 9(08).
002160     05  FILLER          PIC X(02) VALUE SPACES.
002170     05  FILLER          PIC X(06) VALUE "TOL.: ".
002180     05  Cap-Tolerancia  PIC ZZ9.
002190     05  FILLER          PIC X(01) VALUE "%".
002200     05  FILLER          PIC X(02) VALUE SPACES.
002210     05  FILLER          PIC X(07) VALUE "DIES:  ".
002220     05  Cap-Dies        PIC ZZ9.
002230     05  FILLER          PIC X(03) VALUE SPACES.
002240     05  FILLER          PIC X(06) VALUE "DATA: ".
002250     05  Cap-Any         PIC X(04).
002260     05  FILLER          PIC X(01) VALUE "/".
002270     05  Cap-Mes         PIC X(02).
002280     05  FILLER          PIC X(01) VALUE "/".
002290     05  Cap-Dia         PIC X(02).
002300     05  FILLER          PIC X(03) VALUE SPACES.
002310     05  FILLER          PIC X(05) VALUE "PAG: ".
002320     05  Cap-Pagina      PIC ZZ9.
002330 01  Linia-Capcalera-2.
002340     05  FILLER          PIC X(16) VALUE "EXECUCIO".
002350     05  FILLER          PIC X(03) VALUE "M".
002360     05  FILLER          PIC X(10) VALUE "OPERADOR".
002370     05  FILLER          PIC X(18) VALUE "MESURA".
002380     05  FILLER          PIC X(19) VALUE "            VALOR".
002390     05  FILLER          PIC X(19) VALUE "          MITJANA".
002400     05  FILLER          PIC X(14) VALUE "    DESVIACIO".
002410     05  FILLER          PIC X(07) VALUE " BASE".
002420     05  FILLER          PIC X(20) VALUE "MOTIU".
002430 01  Linia-Detall.
002440     05  Det-Run         PIC 9(14).
002450     05  FILLER          PIC X(02) VALUE SPACES.
002460     05  Det-Mode        PIC X(01).
002470     05  FILLER          PIC X(02) VALUE SPACES.
002480     05  Det-Operador    PIC X(08).
002490     05  FILLER          PIC X(02) VALUE SPACES.
002500     05  Det-Mesura      PIC X(16).
002510     05  FILLER          PIC X(02) VALUE SPACES.
002520     05  Det-Valor       PIC -(13)9.99.
002530     05  Det-Valor-X REDEFINES Det-Valor PIC X(17).
002540     05  FILLER          PIC X(02) VALUE SPACES.
002550     05  Det-Mitjana     PIC -(13)9.99.
002560     05  Det-Mitjana-X REDEFINES Det-Mitjana PIC X(17).
002570     05  FILLER          PIC X(02) VALUE SPACES.
002580     05  Det-Desviacio   PIC -(7)9.9.
002590     05  Det-Desviacio-X REDEFINES Det-Desviacio PIC X(10).
002600     05  FILLER          PIC X(02) VALUE " %".
002610     05  FILLER          PIC X(02) VALUE SPACES.
002620     05  Det-Base        PIC ZZZZ9.
002630     05  Det-Base-X REDEFINES Det-Base PIC X(05).
002640     05  FILLER          PIC X(02) VALUE SPACES.
002650     05  Det-Motiu       PIC X(20).
002660 01  Linia-Resum.
002670     05  Res-Literal     PIC X(40).
002680     05  Res-Comptador   PIC Z(06)9.
002690
002700 PROCEDURE DIVISION.
002710*=================================================================
002720* 0000-MAINLINE
002730*=================================================================
002740 0000-MAINLINE.
002750     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
002760     IF NOT Error-Fatal
002770         PERFORM 2000-PROCES THRU 2000-EXIT
002780     END-IF.
002790     IF NOT Error-Fatal
002800         PERFORM 4000-ESCRIURE-RESUM THRU 4000-EXIT
002810     END-IF.
002820     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
002830     MOVE Codi-Retorn TO RETURN-CODE.
002840     STOP RUN.
002850
002860*=================================================================
002870* 1000-INICIALITZAR - Demana l'interval de dates i obre fitxers
002880*=================================================================
002890 1000-INICIALITZAR.
002900     DISPLAY "CALCANOM - Alertes d'anomalies d'execucio".
002910     DISPLAY "Data inicial (AAAAMMDD, 0 = des del principi): ".
002920     ACCEPT Sel-Data-Desde.
002930     DISPLAY "Data final (AAAAMMDD, 0 = fins al final): ".
002940     ACCEPT Sel-Data-Fins.
002950     IF Sel-Data-Fins = ZERO
002960         MOVE 99999999 TO Sel-Data-Fins
002970     END-IF.
002980     IF Sel-Data-Desde > Sel-Data-Fins
002990         DISPLAY "CALCANOM: la data inicial passa de la final"
003000         SET Error-Fatal TO TRUE
003010         GO TO 1000-EXIT
003020     END-IF.
003030     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
003040     PERFORM 1200-LLEGIR-PARAMETRES THRU 1200-EXIT.
003050     OPEN INPUT Fitxer-Ledger.
003060     IF NOT Fs-Ledger-Ok
003070         DISPLAY "CALCANOM: llibre d'execucions no obert. "
003080             "Status: " Fs-Ledger
003090         SET Error-Fatal TO TRUE
003100         GO TO 1000-EXIT
003110     END-IF.
003120     OPEN OUTPUT Fitxer-Informe.
003130     IF NOT Fs-Informe-Ok
003140         DISPLAY "CALCANOM: informe no obert. Status: " Fs-Informe
003150         SET Error-Fatal TO TRUE
003160     END-IF.
003170 1000-EXIT.
003180     EXIT.
003190
003200*=================================================================
003210* 1200-LLEGIR-PARAMETRES - Llegeix del fitxer de parametres el
003220*                          fons de pagina (MAXLINIA), la
003230*                          tolerancia en percentatge (ANOMTOLE) i
003240*                          els dies de la finestra (ANOMDIES);
003250*                          sense fitxer o clau es conserva el
003260*                          defecte
003270*=================================================================
003280 1200-LLEGIR-PARAMETRES.
003290     OPEN INPUT Fitxer-Parametres.
003300     IF NOT Fs-Parametres-Ok
003310         GO TO 1200-EXIT
003320     END-IF.
003330     MOVE "MAXLINIA" TO Parm-Clau.
003340     READ Fitxer-Parametres
003350         NOT INVALID KEY
003360             IF Parm-Valor-Num > 10 AND Parm-Valor-Num < 999
003370                 MOVE Parm-Valor-Num TO Max-Linies
003380             END-IF
003390     END-READ.
003400     MOVE "ANOMTOLE" TO Parm-Clau.
003410     READ Fitxer-Parametres
003420         NOT INVALID KEY
003430             IF Parm-Valor-Num > 0 AND Parm-Valor-Num < 1000
003440                 MOVE Parm-Valor-Num TO Tolerancia
003450             END-IF
003460     END-READ.
003470     MOVE "ANOMDIES" TO Parm-Clau.
003480     READ Fitxer-Parametres
003490         NOT INVALID KEY
003500             IF Parm-Valor-Num > 0 AND Parm-Valor-Num < 1000
003510                 MOVE Parm-Valor-Num TO Dies-Finestra
003520             END-IF
003530     END-READ.
003540     CLOSE Fitxer-Parametres.
003550 1200-EXIT.
003560     EXIT.
003570
003580*=================================================================
003590* 2000-PROCES - Posiciona el llibre a la data inicial (part alta
003600*               de la clau) i el recorre fins a la final
003610*=================================================================
003620 2000-PROCES.
003630     MOVE Sel-Data-Desde TO Led-Run-Data.
003640     MOVE ZERO           TO Led-Run-Hora.
003650     START Fitxer-Ledger KEY IS NOT LESS THAN Led-Run-Id
003660         INVALID KEY
003670             SET Fi-Fitxer TO TRUE
003680     END-START.
003690     PERFORM 2100-LLEGIR-LEDGER THRU 2100-EXIT.
003700     PERFORM 2200-TRACTAR-EXECUCIO THRU 2200-EXIT
003710         UNTIL Fi-Fitxer OR Error-Fatal.
003720 2000-EXIT.
003730     EXIT.
003740
003750 2100-LLEGIR-LEDGER.
003760     IF Fi-Fitxer
003770         GO TO 2100-EXIT
003780     END-IF.
003790     READ Fitxer-Ledger NEXT RECORD
003800         AT END
003810             SET Fi-Fitxer TO TRUE
003820             GO TO 2100-EXIT
003830     END-READ.
003840     IF NOT Fs-Ledger-Ok
003850         DISPLAY "CALCANOM: lectura fallida (llibre). Status: "
003860             Fs-Ledger
003870         SET Error-Fatal TO TRUE
003880         GO TO 2100-EXIT
003890     END-IF.
003900     IF Led-Run-Data > Sel-Data-Fins
003910         SET Fi-Fitxer TO TRUE
003920     END-IF.
003930 2100-EXIT.
003940     EXIT.
003950
003960*=================================================================
003970* 2200-TRACTAR-EXECUCIO - Revisa el codi de retorn i el quadratge
003980*                         de l'execucio, calcula la base i compara
003990*                         cada mesura amb la seva mitjana. Despres
004000*                         torna a posicionar el llibre darrere de
004010*                         l'execucio per seguir el recorregut
004020*=================================================================
004030 2200-TRACTAR-EXECUCIO.
004040     ADD 1 TO Comptador-Llegides.
004050     MOVE Reg-Ledger TO Execucio-Actual.
004060     MOVE "N" TO Sw-Anomalia.
004070     IF Act-Codi-Retorn NOT = ZERO
004080         ADD 1 TO Comptador-Retorn
004090         PERFORM 3100-ESCRIURE-RETORN THRU 3100-EXIT
004100     END-IF.
004110     IF Act-Mode-Lot AND NOT Act-Lot-Quadrat
004120         ADD 1 TO Comptador-Desquadrats
004130         PERFORM 3200-ESCRIURE-DESQUADRAT THRU 3200-EXIT
004140     END-IF.
004150     PERFORM 2300-CARREGAR-MESURES THRU 2300-EXIT.
004160     PERFORM 2400-CALCULAR-BASE THRU 2400-EXIT.
004170     IF Error-Fatal
004180         GO TO 2200-EXIT
004190     END-IF.
004200     IF Base-Execucions = ZERO
004210         ADD 1 TO Comptador-Sense-Base
004220     ELSE
004230         ADD 1 TO Comptador-Amb-Base
004240         PERFORM 2600-COMPARAR-MESURA THRU 2600-EXIT
004250             VARYING Ind-Mes FROM 1 BY 1
004260             UNTIL Ind-Mes > Num-Mesures
004270         IF Execucio-Anomala
004280             ADD 1 TO Comptador-Anomales
004290         END-IF
004300     END-IF.
004310     MOVE Act-Run-Id TO Led-Run-Id.
004320     START Fitxer-Ledger KEY IS GREATER THAN Led-Run-Id
004330         INVALID KEY
004340             SET Fi-Fitxer TO TRUE
004350     END-START.
004360     PERFORM 2100-LLEGIR-LEDGER THRU 2100-EXIT.
004370 2200-EXIT.
004380     EXIT.
004390
004400*=================================================================
004410* 2300-CARREGAR-MESURES - Valors de l'execucio actual i base a
004420*                         zero
004430*=================================================================
004440 2300-CARREGAR-MESURES.
004450     MOVE Act-Sumes           TO Mes-Valor (1).
004460     MOVE Act-Restes          TO Mes-Valor (2).
004470     MOVE Act-Multiplicacions TO Mes-Valor (3).
004480     MOVE Act-Divisions       TO Mes-Valor (4).
004490     MOVE Act-Percentatges    TO Mes-Valor (5).
004500     MOVE Act-Moduls          TO Mes-Valor (6).
004510     MOVE Act-Taxes           TO Mes-Valor (7).
004520     COMPUTE Mes-Valor (8) = Act-Sumes + Act-Restes
004530         + Act-Multiplicacions + Act-Divisions + Act-Percentatges
004540         + Act-Moduls + Act-Taxes.
004550     MOVE Act-Total-Resultats TO Mes-Valor (9).
004560     PERFORM 2350-NETEJAR-BASE THRU 2350-EXIT
004570         VARYING Ind-Mes FROM 1 BY 1 UNTIL Ind-Mes > Num-Mesures.
004580     MOVE ZERO TO Base-Execucions.
004590 2300-EXIT.
004600     EXIT.
004610
004620 2350-NETEJAR-BASE.
004630     MOVE ZERO TO Mes-Base (Ind-Mes).
004640 2350-EXIT.
004650     EXIT.
004660
004670*=================================================================
004680* 2400-CALCULAR-BASE - Llegeix des del primer dia de la finestra
004690*                      fins a l'execucio actual (exclosa) i
004700*                      acumula les execucions del mateix mode i
004710*                      operador que no van acabar amb error fatal
004720*=================================================================
004730 2400-CALCULAR-BASE.
004740     IF Act-Run-Data NOT = Data-Finestra-Per
004750         PERFORM 2450-INICI-FINESTRA THRU 2450-EXIT
004760     END-IF.
004770     MOVE "N" TO Sw-Fi-Base.
004780     MOVE Data-Inici-Finestra TO Led-Run-Data.
004790     MOVE ZERO                TO Led-Run-Hora.
004800     START Fitxer-Ledger KEY IS NOT LESS THAN Led-Run-Id
004810         INVALID KEY
004820             SET Fi-Base TO TRUE
004830     END-START.
004840     PERFORM 2500-ACUMULAR-BASE THRU 2500-EXIT
004850         UNTIL Fi-Base OR Error-Fatal.
004860 2400-EXIT.
004870     EXIT.
004880
004890*=================================================================
004900* 2450-INICI-FINESTRA - Primer dia de la finestra: la data de
004910*                       l'execucio menys els dies de la finestra
004920*=================================================================
004930 2450-INICI-FINESTRA.
004940     MOVE Act-Run-Data TO Data-Finestra-Per.
004950     MOVE Act-Run-Data TO Data-Treball.
004960     PERFORM 4400-DIA-ANTERIOR THRU 4400-EXIT
004970         Dies-Finestra TIMES.
004980     MOVE Data-Treball TO Data-Inici-Finestra.
004990 2450-EXIT.
005000     EXIT.
005010
005020 2500-ACUMULAR-BASE.
005030     READ Fitxer-Ledger NEXT RECORD
005040         AT END
005050             SET Fi-Base TO TRUE
005060             GO TO 2500-EXIT
005070     END-READ.
005080     IF NOT Fs-Ledger-Ok
005090         DISPLAY "CALCANOM: lectura fallida (llibre). Status: "
005100             Fs-Ledger
005110         SET Error-Fatal TO TRUE
005120         GO TO 2500-EXIT
005130     END-IF.
005140     IF Led-Run-Id NOT < Act-Run-Id
005150         SET Fi-Base TO TRUE
005160         GO TO 2500-EXIT
005170     END-IF.
005180     IF Led-Mode NOT = Act-Mode
005190     OR Led-Operador NOT = Act-Operador
005200     OR Led-Codi-Retorn NOT < 12
005210         GO TO 2500-EXIT
005220     END-IF.
005230     ADD 1                   TO Base-Execucions.
005240     ADD Led-Sumes           TO Mes-Base (1).
005250     ADD Led-Restes          TO Mes-Base (2).
005260     ADD Led-Multiplicacions TO Mes-Base (3).
005270     ADD Led-Divisions       TO Mes-Base (4).
005280     ADD Led-Percentatges    TO Mes-Base (5).
005290     ADD Led-Moduls          TO Mes-Base (6).
005300     ADD Led-Taxes           TO Mes-Base (7).
005310     ADD Led-Sumes Led-Restes Led-Multiplicacions Led-Divisions
005320         Led-Percentatges Led-Moduls Led-Taxes TO Mes-Base (8).
005330     ADD Led-Total-Resultats TO Mes-Base (9).
005340 2500-EXIT.
005350     EXIT.
005360
005370*=================================================================
005380* 2600-COMPARAR-MESURA - La mesura surt de la banda quan se separa
005390*                        de la mitjana mes del percentatge de
005400*                        tolerancia. En els comptadors una
005410*                        diferencia de menys d'una operacio no es
005420*                        anomalia (mitjanes petites)
005430*=================================================================
005440 2600-COMPARAR-MESURA.
005450     COMPUTE Mitjana ROUNDED =
005460         Mes-Base (Ind-Mes) / Base-Execucions.
005470     COMPUTE Diferencia = Mes-Valor (Ind-Mes) - Mitjana.
005480     IF Diferencia < ZERO
005490         COMPUTE Diferencia-Abs = ZERO - Diferencia
005500     ELSE
005510         MOVE Diferencia TO Diferencia-Abs
005520     END-IF.
005530     IF Mitjana < ZERO
005540         COMPUTE Banda ROUNDED =
005550             (ZERO - Mitjana) * Tolerancia / 100
005560     ELSE
005570         COMPUTE Banda ROUNDED = Mitjana * Tolerancia / 100
005580     END-IF.
005590     IF Diferencia-Abs NOT > Banda
005600         GO TO 2600-EXIT
005610     END-IF.
005620     IF Ind-Mes NOT = Mesura-Import AND Diferencia-Abs < 1
005630         GO TO 2600-EXIT
005640     END-IF.
005650     SET Execucio-Anomala TO TRUE.
005660     PERFORM 3300-ESCRIURE-FORA-BANDA THRU 3300-EXIT.
005670 2600-EXIT.
005680     EXIT.
005690
005700*=================================================================
005710* 3000-NOVA-PAGINA - Salta de pagina i escriu les capcaleres
005720*=================================================================
005730 3000-NOVA-PAGINA.
005740     ADD 1 TO Num-Pagina.
005750     MOVE Sel-Data-Desde     TO Cap-Desde.
005760     MOVE Sel-Data-Fins      TO Cap-Fins.
005770     MOVE Tolerancia         TO Cap-Tolerancia.
005780     MOVE Dies-Finestra      TO Cap-Dies.
005790     MOVE Data-Sistema (1:4) TO Cap-Any.
005800     MOVE Data-Sistema (5:2) TO Cap-Mes.
005810     MOVE Data-Sistema (7:2) TO Cap-Dia.
005820     MOVE Num-Pagina TO Cap-Pagina.
005830     WRITE Linia-Informe FROM Linia-Capcalera-1
005840         AFTER ADVANCING PAGE.
005850     WRITE Linia-Informe FROM Linia-Capcalera-2
005860         AFTER ADVANCING 2 LINES.
005870     MOVE SPACES TO Linia-Informe.
005880     WRITE Linia-Informe AFTER ADVANCING 1 LINE.
005890     MOVE 4 TO Linies-Pagina.
005900 3000-EXIT.
005910     EXIT.
005920
005930*=================================================================
005940* 3050-PREPARAR-DETALL - Part comuna de la linia: execucio, mode
005950*                        i operador; la resta en blanc
005960*=================================================================
005970 3050-PREPARAR-DETALL.
005980     IF Linies-Pagina > Max-Linies
005990         PERFORM 3000-NOVA-PAGINA THRU 3000-EXIT
006000     END-IF.
006010     MOVE Act-Run-Id     TO Det-Run.
006020     MOVE Act-Mode       TO Det-Mode.
006030     MOVE Act-Operador   TO Det-Operador.
006040     MOVE SPACES         TO Det-Mesura.
006050     MOVE SPACES         TO Det-Valor-X.
006060     MOVE SPACES         TO Det-Mitjana-X.
006070     MOVE SPACES         TO Det-Desviacio-X.
006080     MOVE SPACES         TO Det-Base-X.
006090     MOVE SPACES         TO Det-Motiu.
006100 3050-EXIT.
006110     EXIT.
006120
006130 3100-ESCRIURE-RETORN.
006140     PERFORM 3050-PREPARAR-DETALL THRU 3050-EXIT.
006150     MOVE "CODI DE RETORN"      TO Det-Mesura.
006160     MOVE Act-Codi-Retorn       TO Det-Valor-X (16:2).
006170     MOVE "RETORN NO ZERO"      TO Det-Motiu.
006180     PERFORM 3500-ESCRIURE-LINIA THRU 3500-EXIT.
006190 3100-EXIT.
006200     EXIT.
006210
006220 3200-ESCRIURE-DESQUADRAT.
006230     PERFORM 3050-PREPARAR-DETALL THRU 3050-EXIT.
006240     MOVE "LOT QUADRAT"         TO Det-Mesura.
006250     MOVE Act-Quadrat           TO Det-Valor-X (17:1).
006260     MOVE "LOT DESQUADRAT"      TO Det-Motiu.
006270     PERFORM 3500-ESCRIURE-LINIA THRU 3500-EXIT.
006280 3200-EXIT.
006290     EXIT.
006300
006310*=================================================================
006320* 3300-ESCRIURE-FORA-BANDA - Mesura fora de tolerancia, amb la
006330*                            desviacio sobre la mitjana (asteriscs
006340*                            si la mitjana es zero o no hi cap)
006350*=================================================================
006360 3300-ESCRIURE-FORA-BANDA.
006370     PERFORM 3050-PREPARAR-DETALL THRU 3050-EXIT.
006380     MOVE Nom-Mesura (Ind-Mes)  TO Det-Mesura.
006390     MOVE Mes-Valor (Ind-Mes)   TO Det-Valor.
006400     MOVE Mitjana               TO Det-Mitjana.
006410     MOVE "N" TO Sw-Desviacio.
006420     IF Mitjana NOT = ZERO
006430         COMPUTE Desviacio ROUNDED = Diferencia * 100 / Mitjana
006440             ON SIZE ERROR
006450                 CONTINUE
006460             NOT ON SIZE ERROR
006470                 SET Desviacio-Calculada TO TRUE
006480         END-COMPUTE
006490     END-IF.
006500     IF Desviacio-Calculada
006510         MOVE Desviacio         TO Det-Desviacio
006520     ELSE
006530         MOVE ALL "*"           TO Det-Desviacio-X
006540     END-IF.
006550     MOVE Base-Execucions       TO Det-Base.
006560     MOVE "FORA DE TOLERANCIA"  TO Det-Motiu.
006570     PERFORM 3500-ESCRIURE-LINIA THRU 3500-EXIT.
006580 3300-EXIT.
006590     EXIT.
006600
006610 3500-ESCRIURE-LINIA.
006620     WRITE Linia-Informe FROM Linia-Detall
006630         AFTER ADVANCING 1 LINE.
006640     ADD 1 TO Linies-Pagina.
006650     ADD 1 TO Comptador-Alertes.
006660 3500-EXIT.
006670     EXIT.
006680
006690*=================================================================
006700* 4000-ESCRIURE-RESUM - Resum de l'execucio al final de l'informe
006710*                       (la primera pagina s'escriu encara que no
006720*                       hi hagi cap alerta)
006730*=================================================================
006740 4000-ESCRIURE-RESUM.
006750     IF Linies-Pagina > Max-Linies - 9
006760         PERFORM 3000-NOVA-PAGINA THRU 3000-EXIT
006770     END-IF.
006780     MOVE SPACES TO Linia-Informe.
006790     WRITE Linia-Informe AFTER ADVANCING 1 LINE.
006800     MOVE "EXECUCIONS LLEGIDES A L'INTERVAL" TO Res-Literal.
006810     MOVE Comptador-Llegides         TO Res-Comptador.
006820     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
006830     MOVE "COMPARADES AMB LA MITJANA"  TO Res-Literal.
006840     MOVE Comptador-Amb-Base         TO Res-Comptador.
006850     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
006860     MOVE "SENSE EXECUCIONS DE BASE"   TO Res-Literal.
006870     MOVE Comptador-Sense-Base       TO Res-Comptador.
006880     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
006890     MOVE "AMB MESURES FORA DE TOLERANCIA" TO Res-Literal.
006900     MOVE Comptador-Anomales         TO Res-Comptador.
006910     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
006920     MOVE "AMB CODI DE RETORN NO ZERO" TO Res-Literal.
006930     MOVE Comptador-Retorn           TO Res-Comptador.
006940     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
006950     MOVE "LOTS DESQUADRATS"           TO Res-Literal.
006960     MOVE Comptador-Desquadrats      TO Res-Comptador.
006970     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
006980     MOVE "LINIES D'ALERTA"            TO Res-Literal.
006990     MOVE Comptador-Alertes          TO Res-Comptador.
007000     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
007010 4000-EXIT.
007020     EXIT.
007030
007040*=================================================================
007050* 4200-DIES-DEL-MES - Dies del mes de Data-Treball, amb el febrer
007060*                     de 29 dies als anys de traspas
007070*=================================================================
007080 4200-DIES-DEL-MES.
007090     MOVE Dies-Mes (Dt-Mes) TO Max-Dia.
007100     IF Dt-Mes NOT = 2
007110         GO TO 4200-EXIT
007120     END-IF.
007130     DIVIDE Dt-Any BY 4   GIVING Quocient REMAINDER Residu-4.
007140     DIVIDE Dt-Any BY 100 GIVING Quocient REMAINDER Residu-100.
007150     DIVIDE Dt-Any BY 400 GIVING Quocient REMAINDER Residu-400.
007160     IF Residu-400 = ZERO
007170     OR (Residu-4 = ZERO AND Residu-100 NOT = ZERO)
007180         MOVE 29 TO Max-Dia
007190     END-IF.
007200 4200-EXIT.
007210     EXIT.
007220
007230*=================================================================
007240* 4400-DIA-ANTERIOR - Passa Data-Treball al dia natural anterior
007250*=================================================================
007260 4400-DIA-ANTERIOR.
007270     IF Dt-Dia > 1
007280         SUBTRACT 1 FROM Dt-Dia
007290         GO TO 4400-EXIT
007300     END-IF.
007310     IF Dt-Mes > 1
007320         SUBTRACT 1 FROM Dt-Mes
007330         PERFORM 4200-DIES-DEL-MES THRU 4200-EXIT
007340         MOVE Max-Dia TO Dt-Dia
007350         GO TO 4400-EXIT
007360     END-IF.
007370     SUBTRACT 1 FROM Dt-Any.
007380     MOVE 12 TO Dt-Mes.
007390     MOVE 31 TO Dt-Dia.
007400 4400-EXIT.
007410     EXIT.
007420
007430*=================================================================
007440* 9000-FINALITZAR - Tanca fitxers i fixa el codi de retorn per al
007450*                   planificador: 12 error, 8 execucions fallides
007460*                   o lots desquadrats, 4 mesures fora de
007470*                   tolerancia, 0 sense alertes
007480*=================================================================
007490 9000-FINALITZAR.
007500     CLOSE Fitxer-Ledger.
007510     CLOSE Fitxer-Informe.
007520     DISPLAY "Execucions llegides:   " Comptador-Llegides.
007530     DISPLAY "Comparades:            " Comptador-Amb-Base.
007540     DISPLAY "Sense base:            " Comptador-Sense-Base.
007550     DISPLAY "Fora de tolerancia:    " Comptador-Anomales.
007560     DISPLAY "Retorn no zero:        " Comptador-Retorn.
007570     DISPLAY "Lots desquadrats:      " Comptador-Desquadrats.
007580     EVALUATE TRUE
007590         WHEN Error-Fatal
007600             MOVE 12 TO Codi-Retorn
007610         WHEN Comptador-Retorn > 0
007620         OR Comptador-Desquadrats > 0
007630             MOVE 8 TO Codi-Retorn
007640         WHEN Comptador-Anomales > 0
007650             MOVE 4 TO Codi-Retorn
007660         WHEN OTHER
007670             MOVE ZERO TO Codi-Retorn
007680     END-EVALUATE.
007690     DISPLAY "CALCANOM finalitzat.".
007700 9000-EXIT.
007710     EXIT.
