000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCTVER.
000030 AUTHOR. J. FERRAN.
000040 INSTALLATION. DEPT. FORMACIO PROFESSIONAL.
000050 DATE-WRITTEN. 23/09/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- -------------------------------------------
000120* 23/09/2026 JF    Programa original: verificacio de la
000130*                  reaplicacio de taxes. Recorre l'historic
000140*                  d'auditoria (AUDHIST) per la clau de data dins
000150*                  l'interval demanat i, per a cada aplicacio de
000160*                  taxa, cerca a RATEFILE la versio vigent a la
000170*                  data del registre i torna a calcular
000180*                  Num1 x taxa com ho fa la calculadora. Informa
000190*                  (RATEVRPT) de cada resultat que ja no quadra,
000200*                  amb la versio aplicada, la vigent i la
000210*                  diferencia, i dels registres sense versio
000220*                  vigent, amb els totals per codi de taxa.
000223* 15/10/2026 JF    L'entrada 100 de la taula de codis queda per
000226*                  a *ALTRES* i no trepitja cap codi real.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT Fitxer-Historic ASSIGN TO AUDHIST
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS Hist-Clau
000320         ALTERNATE RECORD KEY IS Hist-Data WITH DUPLICATES
000330         ALTERNATE RECORD KEY IS Hist-Operador WITH DUPLICATES
000340         FILE STATUS IS Fs-Historic.
000350
000360     SELECT Fitxer-Taxes ASSIGN TO RATEFILE
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS Taxa-Clau
000400         FILE STATUS IS Fs-Taxes.
000410
000420     SELECT Fitxer-Parametres ASSIGN TO PARMFILE
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS Parm-Clau
000460         FILE STATUS IS Fs-Parametres.
000470
000480     SELECT Fitxer-Informe ASSIGN TO RATEVRPT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS Fs-Informe.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  Fitxer-Historic.
000550 01  Reg-Historic.
000560     05  Hist-Clau.
000570         10  Hist-Run-Id     PIC 9(14).
000580         10  Hist-Seq        PIC 9(06).
000590     05  Hist-Data           PIC 9(08).
000600     05  Hist-Hora           PIC 9(06).
000610     05  Hist-Opcio          PIC 9.
000620     05  Hist-Num1           PIC S9(7)V99
000630                              SIGN IS LEADING SEPARATE CHARACTER.
000640     05  Hist-Num2           PIC S9(7)V99
000650                              SIGN IS LEADING SEPARATE CHARACTER.
000660     05  Hist-Resultat       PIC S9(7)V99
000670                              SIGN IS LEADING SEPARATE CHARACTER.
000680     05  Hist-Codi-Taxa      PIC X(04).
000690     05  Hist-Operador       PIC X(08).
000700     05  Hist-Tipus          PIC X(01).
000710         88  Hist-Es-Reversio        VALUE "R".
000720     05  Hist-Revertit       PIC X(01).
000730         88  Hist-Es-Revertit        VALUE "S".
000740     05  Hist-Enllac.
000750         10  Hist-Enllac-Run-Id PIC 9(14).
000760         10  Hist-Enllac-Seq PIC 9(06).
000770     05  Hist-Taxa-Inici     PIC 9(08).
000780     05  Hist-Taxa-Valor     PIC S9(3)V9(4)
000790                              SIGN IS LEADING SEPARATE CHARACTER.
000800
000810 FD  Fitxer-Taxes.
000820 01  Reg-Taxa.
000830     05  Taxa-Clau.
000840         10  Taxa-Codi       PIC X(04).
000850         10  Taxa-Data-Inici PIC 9(08).
000860     05  Taxa-Descripcio     PIC X(20).
000870     05  Taxa-Valor          PIC S9(3)V9(4)
000880                              SIGN IS LEADING SEPARATE CHARACTER.
000890     05  Taxa-Data-Fi        PIC 9(08).
000900
000910 FD  Fitxer-Parametres.
000920 01  Reg-Parametre.
000930     05  Parm-Clau           PIC X(08).
000940     05  Parm-Valor-Num      PIC 9(06).
000950     05  Parm-Valor-Text     PIC X(04).
000960     05  Parm-Descripcio     PIC X(30).
000970
000980 FD  Fitxer-Informe.
000990 01  Linia-Informe           PIC X(132).
001000
001010 WORKING-STORAGE SECTION.
001020*----------------------------------------------------------------
001030* INDICADORS D'ESTAT DE FITXERS
001040*----------------------------------------------------------------
001050 01  Fs-Historic         PIC X(02).
001060     88  Fs-Historic-Ok          VALUE "00".
001070 01  Fs-Taxes            PIC X(02).
001080     88  Fs-Taxes-Ok             VALUE "00".
001090 01  Fs-Parametres       PIC X(02).
001100     88  Fs-Parametres-Ok        VALUE "00".
001110 01  Fs-Informe          PIC X(02).
001120     88  Fs-Informe-Ok           VALUE "00".
001130
001140*----------------------------------------------------------------
001150* CRITERIS DE SELECCIO
001160*----------------------------------------------------------------
001170 01  Sel-Data-Desde      PIC 9(08).
001180 01  Sel-Data-Fins       PIC 9(08).
001190
001200*----------------------------------------------------------------
001210* COMPTADORS I INDICADORS DE CONTROL
001220*----------------------------------------------------------------
001230 77  Sw-FiFitxer     PIC X(01)   VALUE "N".
001240     88  Fi-Fitxer                   VALUE "S".
001250 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
001260     88  Error-Fatal                 VALUE "S".
001270 77  Data-Sistema    PIC 9(08).
001280 77  Num-Pagina      PIC 9(03) COMP VALUE ZERO.
001290 77  Linies-Pagina   PIC 9(03) COMP VALUE 999.
001300 77  Max-Linies      PIC 9(03) COMP VALUE 55.
001310 77  Comptador-Llegits           PIC 9(07) COMP VALUE ZERO.
001320 77  Comptador-Verificats        PIC 9(07) COMP VALUE ZERO.
001330 77  Comptador-Reversions        PIC 9(07) COMP VALUE ZERO.
001340 77  Comptador-Revertits         PIC 9(07) COMP VALUE ZERO.
001350 77  Comptador-Discrepants       PIC 9(07) COMP VALUE ZERO.
001360 77  Comptador-Sense-Versio      PIC 9(07) COMP VALUE ZERO.
001370 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
001380
001390*----------------------------------------------------------------
001400* CERCA DE LA VERSIO VIGENT I RECALCUL (com la calculadora:
001410* taxa arrodonida a dos decimals i producte truncat)
001420*----------------------------------------------------------------
001430 77  Sw-Fi-Taxes     PIC X(01)   VALUE "N".
001440     88  Fi-Versions-Taxa            VALUE "S".
001450 77  Sw-Taxa-Vigent  PIC X(01)   VALUE "N".
001460     88  Taxa-Vigent                 VALUE "S".
001470 77  Taxa-Inici-Vigent           PIC 9(08) VALUE ZERO.
001480 77  Taxa-Valor-Vigent           PIC S9(3)V9(4) VALUE ZERO
001490                     SIGN IS LEADING SEPARATE CHARACTER.
001500 77  Num2-Recalculat             PIC S9(7)V99 VALUE ZERO
001510                     SIGN IS LEADING SEPARATE CHARACTER.
001520 77  Producte-Ampliat            PIC S9(14)V9999 COMP VALUE ZERO.
001530 77  Resultat-Recalculat         PIC S9(11)V99 COMP VALUE ZERO.
001540 77  Diferencia                  PIC S9(11)V99 COMP VALUE ZERO.
001550
001560*----------------------------------------------------------------
001570* TOTALS PER CODI DE TAXA (desbordament agrupat a *ALTRES*)
001580*----------------------------------------------------------------
001590 01  Taula-Codis.
001600     05  Cod-Entrada     OCCURS 100 TIMES.
001610         10  Cod-Id          PIC X(08).
001620         10  Cod-Verificats  PIC 9(07) COMP.
001630         10  Cod-Discrepants PIC 9(07) COMP.
001640         10  Cod-Sense-Versio PIC 9(07) COMP.
001650         10  Cod-Registrat   PIC S9(13)V99 COMP.
001660         10  Cod-Recalculat  PIC S9(13)V99 COMP.
001670         10  Cod-Diferencia  PIC S9(13)V99 COMP.
001680 77  Cod-Usats       PIC 9(04) COMP VALUE ZERO.
001690 77  Ind-Cod         PIC 9(04) COMP VALUE ZERO.
001700 77  Sw-Cod-Trobat   PIC X(01)   VALUE "N".
001710     88  Codi-Trobat                 VALUE "S".
001720 01  Totals-Generals.
001730     05  Tot-Registrat   PIC S9(13)V99 COMP VALUE ZERO.
001740     05  Tot-Recalculat  PIC S9(13)V99 COMP VALUE ZERO.
001750     05  Tot-Diferencia  PIC S9(13)V99 COMP VALUE ZERO.
001760
001770*----------------------------------------------------------------
001780* LINIES DE L'INFORME
001790*----------------------------------------------------------------
001800 01  Linia-Capcalera-1.
001810     05  FILLER          PIC X(10) VALUE "CALCTVER".
001820     05  FILLER          PIC X(42) VALUE
001830         "VERIFICACIO DE LA REAPLICACIO DE TAXES".
001840     05  FILLER          PIC X(06) VALUE "DES: ".
001850     05  Cap-Desde       PIC 9(08).
001860     05  FILLER          PIC X(02) VALUE SPACES.
001870     05  FILLER          PIC X(06) VALUE "FINS: ".
001880     05  Cap-Fins        PIC 9(08).
001890     05  FILLER          PIC X(05) VALUE SPACES.
001900     05  FILLER          PIC X(06) VALUE "DATA: ".
001910     05  Cap-Any         PIC X(04).
001920     05  FILLER          PIC X(01) VALUE "/".
001930     05  Cap-Mes         PIC X(02).
001940     05  FILLER          PIC X(01) VALUE "/".
001950     05  Cap-Dia         PIC X(02).
001960     05  FILLER          PIC X(05) VALUE SPACES.
001970     05  FILLER          PIC X(05) VALUE "PAG: ".
001980     05  Cap-Pagina      PIC ZZ9.
001990
002000 01  Linia-Capcalera-2.
002010     05  FILLER          PIC X(38) VALUE SPACES.
002020     05  FILLER          PIC X(20) VALUE "VERSIO APLICADA".
002030     05  FILLER          PIC X(18) VALUE "VERSIO VIGENT".
002040
002050 01  Linia-Capcalera-3.
002060     05  FILLER          PIC X(15) VALUE "RUN".
002070     05  FILLER          PIC X(08) VALUE "SEQ".
002080     05  FILLER          PIC X(10) VALUE "DATA".
002090     05  FILLER          PIC X(05) VALUE "TAXA".
002100     05  FILLER          PIC X(09) VALUE "INICI".
002110     05  FILLER          PIC X(09) VALUE "    VALOR".
002120     05  FILLER          PIC X(02) VALUE SPACES.
002130     05  FILLER          PIC X(09) VALUE "INICI".
002140     05  FILLER          PIC X(09) VALUE "    VALOR".
002150     05  FILLER          PIC X(02) VALUE SPACES.
002160     05  FILLER          PIC X(13) VALUE "       NUM1".
002170     05  FILLER          PIC X(13) VALUE "  REGISTRAT".
002180     05  FILLER          PIC X(12) VALUE " RECALCULAT".
002190     05  FILLER          PIC X(12) VALUE "  DIFERENCIA".
002200
002210 01  Linia-Detall.
002220     05  Det-Run         PIC 9(14).
002230     05  FILLER          PIC X(01) VALUE SPACE.
002240     05  Det-Seq         PIC 9(06).
002250     05  FILLER          PIC X(02) VALUE SPACES.
002260     05  Det-Data        PIC 9(08).
002270     05  FILLER          PIC X(02) VALUE SPACES.
002280     05  Det-Codi-Taxa   PIC X(04).
002290     05  FILLER          PIC X(01) VALUE SPACE.
002300     05  Det-Inici-Usat  PIC X(08).
002310     05  FILLER          PIC X(01) VALUE SPACE.
002320     05  Det-Valor-Usat  PIC -ZZ9.9999.
002330     05  Det-Valor-Usat-X REDEFINES Det-Valor-Usat PIC X(09).
002340     05  FILLER          PIC X(02) VALUE SPACES.
002350     05  Det-Inici-Vigent PIC X(08).
002360     05  FILLER          PIC X(01) VALUE SPACE.
002370     05  Det-Valor-Vigent PIC -ZZ9.9999.
002380     05  Det-Valor-Vigent-X REDEFINES Det-Valor-Vigent PIC X(09).
002390     05  FILLER          PIC X(02) VALUE SPACES.
002400     05  Det-Num1        PIC -(7)9.99.
002410     05  FILLER          PIC X(02) VALUE SPACES.
002420     05  Det-Registrat   PIC -(7)9.99.
002430     05  FILLER          PIC X(02) VALUE SPACES.
002440     05  Det-Recalculat  PIC -(7)9.99.
002450     05  Det-Recalculat-X REDEFINES Det-Recalculat PIC X(11).
002460     05  FILLER          PIC X(01) VALUE SPACE.
002470     05  Det-Diferencia  PIC -(8)9.99.
002480     05  Det-Diferencia-X REDEFINES Det-Diferencia PIC X(12).
002490
002500 01  Linia-Titol-Codis.
002510     05  FILLER          PIC X(40) VALUE
002520         "TOTALS PER CODI DE TAXA".
002530
002540 01  Linia-Capcalera-Codis.
002550     05  FILLER          PIC X(10) VALUE "CODI".
002560     05  FILLER          PIC X(11) VALUE "VERIFICATS".
002570     05  FILLER          PIC X(12) VALUE "DISCREPANTS".
002580     05  FILLER          PIC X(13) VALUE "SENSE VERSIO".
002590     05  FILLER          PIC X(18) VALUE "         REGISTRAT".
002600     05  FILLER          PIC X(18) VALUE "        RECALCULAT".
002610     05  FILLER          PIC X(18) VALUE "        DIFERENCIA".
002620
002630 01  Linia-Codi.
002640     05  Lc-Codi         PIC X(08).
002650     05  FILLER          PIC X(05) VALUE SPACES.
002660     05  Lc-Verificats   PIC Z(06)9.
002670     05  FILLER          PIC X(05) VALUE SPACES.
002680     05  Lc-Discrepants  PIC Z(06)9.
002690     05  FILLER          PIC X(06) VALUE SPACES.
002700     05  Lc-Sense-Versio PIC Z(06)9.
002710     05  FILLER          PIC X(02) VALUE SPACES.
002720     05  Lc-Registrat    PIC -(13)9.99.
002730     05  FILLER          PIC X(01) VALUE SPACE.
002740     05  Lc-Recalculat   PIC -(13)9.99.
002750     05  FILLER          PIC X(01) VALUE SPACE.
002760     05  Lc-Diferencia   PIC -(13)9.99.
002770
002780 01  Linia-Resum.
002790     05  Res-Literal     PIC X(40).
002800     05  Res-Comptador   PIC Z(06)9.
002810
002820 PROCEDURE DIVISION.
002830*=================================================================
002840* 0000-MAINLINE
002850*=================================================================
002860 0000-MAINLINE.
002870     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
002880     IF NOT Error-Fatal
002890         PERFORM 2000-PROCES THRU 2000-EXIT
002900     END-IF.
002910     IF NOT Error-Fatal
002920         PERFORM 4000-ESCRIURE-CODIS THRU 4000-EXIT
002930     END-IF.
002940     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
002950     MOVE Codi-Retorn TO RETURN-CODE.
002960     STOP RUN.
002970
002980*=================================================================
002990* 1000-INICIALITZAR - Demana l'interval de dates i obre fitxers
003000*=================================================================
003010 1000-INICIALITZAR.
003020     DISPLAY "CALCTVER - Verificacio de la reaplicacio de taxes".
003030     DISPLAY "Data inicial (AAAAMMDD, 0 = des del principi): ".
003040     ACCEPT Sel-Data-Desde.
003050     DISPLAY "Data final (AAAAMMDD, 0 = fins al final): ".
003060     ACCEPT Sel-Data-Fins.
003070     IF Sel-Data-Fins = ZERO
003080         MOVE 99999999 TO Sel-Data-Fins
003090     END-IF.
003100     IF Sel-Data-Desde > Sel-Data-Fins
003110         DISPLAY "CALCTVER: la data inicial passa de la final"
003120         SET Error-Fatal TO TRUE
003130         GO TO 1000-EXIT
003140     END-IF.
003150     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
003160     PERFORM 1200-LLEGIR-PARAMETRES THRU 1200-EXIT.
003170     OPEN INPUT Fitxer-Historic.
003180     IF NOT Fs-Historic-Ok
003190         DISPLAY "CALCTVER: fitxer historic no obert. Status: "
003200             Fs-Historic
003210         SET Error-Fatal TO TRUE
003220         GO TO 1000-EXIT
003230     END-IF.
003240     OPEN INPUT Fitxer-Taxes.
003250     IF NOT Fs-Taxes-Ok
003260         DISPLAY "CALCTVER: fitxer de taxes no obert. Status: "
003270             Fs-Taxes
003280         SET Error-Fatal TO TRUE
003290         GO TO 1000-EXIT
003300     END-IF.
003310     OPEN OUTPUT Fitxer-Informe.
003320     IF NOT Fs-Informe-Ok
003330         DISPLAY "CALCTVER: informe no obert. Status: " Fs-Informe
003340         SET Error-Fatal TO TRUE
003350     END-IF.
003360 1000-EXIT.
003370     EXIT.
003380
003390*=================================================================
003400* 1200-LLEGIR-PARAMETRES - Llegeix el fons de pagina del fitxer
003410*                          de parametres (clau MAXLINIA); sense
003420*                          fitxer o clau es conserva el defecte
003430*=================================================================
003440 1200-LLEGIR-PARAMETRES.
003450     OPEN INPUT Fitxer-Parametres.
003460     IF NOT Fs-Parametres-Ok
003470         GO TO 1200-EXIT
003480     END-IF.
003490     MOVE "MAXLINIA" TO Parm-Clau.
003500     READ Fitxer-Parametres
003510         NOT INVALID KEY
003520             IF Parm-Valor-Num > 10 AND Parm-Valor-Num < 999
003530                 MOVE Parm-Valor-Num TO Max-Linies
003540             END-IF
003550     END-READ.
003560     CLOSE Fitxer-Parametres.
003570 1200-EXIT.
003580     EXIT.
003590
003600*=================================================================
003610* 2000-PROCES - Posiciona l'historic per la clau de data a la
003620*               data inicial i el recorre fins a la final
003630*=================================================================
003640 2000-PROCES.
003650     MOVE Sel-Data-Desde TO Hist-Data.
003660     START Fitxer-Historic KEY IS NOT LESS THAN Hist-Data
003670         INVALID KEY
003680             SET Fi-Fitxer TO TRUE
003690     END-START.
003700     PERFORM 2100-LLEGIR-HISTORIC THRU 2100-EXIT.
003710     PERFORM 2200-TRACTAR-REGISTRE THRU 2200-EXIT
003720         UNTIL Fi-Fitxer OR Error-Fatal.
003730 2000-EXIT.
003740     EXIT.
003750
003760 2100-LLEGIR-HISTORIC.
003770     IF Fi-Fitxer
003780         GO TO 2100-EXIT
003790     END-IF.
003800     READ Fitxer-Historic NEXT RECORD
003810         AT END
003820             SET Fi-Fitxer TO TRUE
003830             GO TO 2100-EXIT
003840     END-READ.
003850     IF NOT Fs-Historic-Ok AND Fs-Historic NOT = "02"
003860         DISPLAY "CALCTVER: lectura fallida (historic). Status: "
003870             Fs-Historic
003880         SET Error-Fatal TO TRUE
003890         GO TO 2100-EXIT
003900     END-IF.
003910     IF Hist-Data > Sel-Data-Fins
003920         SET Fi-Fitxer TO TRUE
003930     END-IF.
003940 2100-EXIT.
003950     EXIT.
003960
003970*=================================================================
003980* 2200-TRACTAR-REGISTRE - Nomes es verifiquen les aplicacions de
003990*                         taxa vigents: les reversions i els
004000*                         originals ja revertits no s'han de
004010*                         reexpressar i nomes es compten
004020*=================================================================
004030 2200-TRACTAR-REGISTRE.
004040     ADD 1 TO Comptador-Llegits.
004050     IF Hist-Opcio NOT = 9
004060         GO TO 2200-SEGUENT
004070     END-IF.
004080     IF Hist-Es-Reversio
004090         ADD 1 TO Comptador-Reversions
004100         GO TO 2200-SEGUENT
004110     END-IF.
004120     IF Hist-Es-Revertit
004130         ADD 1 TO Comptador-Revertits
004140         GO TO 2200-SEGUENT
004150     END-IF.
004160     ADD 1 TO Comptador-Verificats.
004170     PERFORM 2250-LOCALITZAR-CODI THRU 2250-EXIT.
004180     ADD 1 TO Cod-Verificats (Ind-Cod).
004190     PERFORM 2500-CERCAR-VIGENT THRU 2500-EXIT.
004200     IF NOT Taxa-Vigent
004210         ADD 1 TO Comptador-Sense-Versio
004220         ADD 1 TO Cod-Sense-Versio (Ind-Cod)
004230         PERFORM 3200-ESCRIURE-SENSE-VERSIO THRU 3200-EXIT
004240         GO TO 2200-SEGUENT
004250     END-IF.
004260     COMPUTE Num2-Recalculat ROUNDED = Taxa-Valor-Vigent.
004270     COMPUTE Producte-Ampliat = Hist-Num1 * Num2-Recalculat.
004280     MOVE Producte-Ampliat TO Resultat-Recalculat.
004290     IF Resultat-Recalculat = Hist-Resultat
004300         GO TO 2200-SEGUENT
004310     END-IF.
004320     COMPUTE Diferencia = Resultat-Recalculat - Hist-Resultat.
004330     ADD 1 TO Comptador-Discrepants.
004340     ADD 1 TO Cod-Discrepants (Ind-Cod).
004350     ADD Hist-Resultat       TO Cod-Registrat (Ind-Cod)
004360                                Tot-Registrat.
004370     ADD Resultat-Recalculat TO Cod-Recalculat (Ind-Cod)
004380                                Tot-Recalculat.
004390     ADD Diferencia          TO Cod-Diferencia (Ind-Cod)
004400                                Tot-Diferencia.
004410     PERFORM 3100-ESCRIURE-DISCREPANCIA THRU 3100-EXIT.
004420 2200-SEGUENT.
004430     PERFORM 2100-LLEGIR-HISTORIC THRU 2100-EXIT.
004440 2200-EXIT.
004450     EXIT.
004460
004470*=================================================================
004480* 2250-LOCALITZAR-CODI - Deixa Ind-Cod a l'entrada del codi de
004490*                        taxa del registre (cerca serial). La
004493*                        darrera entrada es reserva per a *ALTRES*
004496*                        quan la taula s'omple
004500*=================================================================
004510 2250-LOCALITZAR-CODI.
004520     MOVE "N" TO Sw-Cod-Trobat.
004530     PERFORM 2260-CERCAR-CODI THRU 2260-EXIT
004540         VARYING Ind-Cod FROM 1 BY 1
004550         UNTIL Ind-Cod > Cod-Usats OR Codi-Trobat.
004560     IF Codi-Trobat
004570         SUBTRACT 1 FROM Ind-Cod
004580         GO TO 2250-EXIT
004590     END-IF.
004600     IF Cod-Usats < 99
004610         ADD 1 TO Cod-Usats
004620         MOVE Cod-Usats TO Ind-Cod
004630         MOVE Hist-Codi-Taxa TO Cod-Id (Ind-Cod)
004640     ELSE
004650         MOVE 100 TO Ind-Cod
004652         IF Cod-Usats = 100
004654             GO TO 2250-EXIT
004656         END-IF
004658         MOVE 100 TO Cod-Usats
004660         MOVE "*ALTRES*" TO Cod-Id (Ind-Cod)
004700     END-IF.
004710     MOVE ZERO TO Cod-Verificats (Ind-Cod)
004720                  Cod-Discrepants (Ind-Cod)
004730                  Cod-Sense-Versio (Ind-Cod)
004740                  Cod-Registrat (Ind-Cod)
004750                  Cod-Recalculat (Ind-Cod)
004760                  Cod-Diferencia (Ind-Cod).
004770 2250-EXIT.
004780     EXIT.
004790
004800 2260-CERCAR-CODI.
004810     IF Cod-Id (Ind-Cod) = Hist-Codi-Taxa
004820         SET Codi-Trobat TO TRUE
004830     END-IF.
004840 2260-EXIT.
004850     EXIT.
004860
004870*=================================================================
004880* 2500-CERCAR-VIGENT - Recorre les versions datades del codi i es
004890*                      queda amb la darrera vigent a la data del
004900*                      registre (el de la calculadora)
004910*=================================================================
004920 2500-CERCAR-VIGENT.
004930     MOVE "N" TO Sw-Fi-Taxes.
004940     MOVE "N" TO Sw-Taxa-Vigent.
004950     MOVE Hist-Codi-Taxa TO Taxa-Codi.
004960     MOVE ZERO TO Taxa-Data-Inici.
004970     START Fitxer-Taxes KEY IS NOT LESS THAN Taxa-Clau
004980         INVALID KEY
004990             SET Fi-Versions-Taxa TO TRUE
005000     END-START.
005010     PERFORM 2550-CERCAR-VERSIO-TAXA THRU 2550-EXIT
005020         UNTIL Fi-Versions-Taxa.
005030 2500-EXIT.
005040     EXIT.
005050
005060 2550-CERCAR-VERSIO-TAXA.
005070     READ Fitxer-Taxes NEXT RECORD
005080         AT END
005090             SET Fi-Versions-Taxa TO TRUE
005100             GO TO 2550-EXIT
005110     END-READ.
005120     IF Taxa-Codi NOT = Hist-Codi-Taxa
005130         SET Fi-Versions-Taxa TO TRUE
005140         GO TO 2550-EXIT
005150     END-IF.
005160     IF Taxa-Data-Inici NOT > Hist-Data
005170     AND (Taxa-Data-Fi = ZERO
005180          OR Hist-Data NOT > Taxa-Data-Fi)
005190         SET Taxa-Vigent TO TRUE
005200         MOVE Taxa-Data-Inici TO Taxa-Inici-Vigent
005210         MOVE Taxa-Valor      TO Taxa-Valor-Vigent
005220     END-IF.
005230 2550-EXIT.
005240     EXIT.
005250
005260*=================================================================
005270* 3000-NOVA-PAGINA - Salta de pagina i escriu les capcaleres
005280*=================================================================
005290 3000-NOVA-PAGINA.
005300     ADD 1 TO Num-Pagina.
005310     MOVE Sel-Data-Desde     TO Cap-Desde.
005320     MOVE Sel-Data-Fins      TO Cap-Fins.
005330     MOVE Data-Sistema (1:4) TO Cap-Any.
005340     MOVE Data-Sistema (5:2) TO Cap-Mes.
005350     MOVE Data-Sistema (7:2) TO Cap-Dia.
005360     MOVE Num-Pagina TO Cap-Pagina.
005370     WRITE Linia-Informe FROM Linia-Capcalera-1
005380         AFTER ADVANCING PAGE.
005390     WRITE Linia-Informe FROM Linia-Capcalera-2
005400         AFTER ADVANCING 2 LINES.
005410     WRITE Linia-Informe FROM Linia-Capcalera-3
005420         AFTER ADVANCING 1 LINE.
005430     MOVE SPACES TO Linia-Informe.
005440     WRITE Linia-Informe AFTER ADVANCING 1 LINE.
005450     MOVE 5 TO Linies-Pagina.
005460 3000-EXIT.
005470     EXIT.
005480
005490*=================================================================
005500* 3050-PREPARAR-DETALL - Part comuna de la linia: clau, data,
005510*                        codi i versio aplicada (guions si el
005520*                        registre no la porta)
005530*=================================================================
005540 3050-PREPARAR-DETALL.
005550     IF Linies-Pagina > Max-Linies
005560         PERFORM 3000-NOVA-PAGINA THRU 3000-EXIT
005570     END-IF.
005580     MOVE Hist-Run-Id    TO Det-Run.
005590     MOVE Hist-Seq       TO Det-Seq.
005600     MOVE Hist-Data      TO Det-Data.
005610     MOVE Hist-Codi-Taxa TO Det-Codi-Taxa.
005620     IF Hist-Taxa-Inici = ZERO
005630         MOVE "--------" TO Det-Inici-Usat
005640         MOVE SPACES     TO Det-Valor-Usat-X
005650     ELSE
005660         MOVE Hist-Taxa-Inici TO Det-Inici-Usat
005670         MOVE Hist-Taxa-Valor TO Det-Valor-Usat
005680     END-IF.
005690     MOVE Hist-Num1      TO Det-Num1.
005700     MOVE Hist-Resultat  TO Det-Registrat.
005710 3050-EXIT.
005720     EXIT.
005730
005740 3100-ESCRIURE-DISCREPANCIA.
005750     PERFORM 3050-PREPARAR-DETALL THRU 3050-EXIT.
005760     MOVE Taxa-Inici-Vigent   TO Det-Inici-Vigent.
005770     MOVE Taxa-Valor-Vigent   TO Det-Valor-Vigent.
005780     MOVE Resultat-Recalculat TO Det-Recalculat.
005790     MOVE Diferencia          TO Det-Diferencia.
005800     PERFORM 3300-ESCRIURE-LINIA THRU 3300-EXIT.
005810 3100-EXIT.
005820     EXIT.
005830
005840 3200-ESCRIURE-SENSE-VERSIO.
005850     PERFORM 3050-PREPARAR-DETALL THRU 3050-EXIT.
005860     MOVE "SENSE"        TO Det-Inici-Vigent.
005870     MOVE "VERSIO"       TO Det-Valor-Vigent-X.
005880     MOVE SPACES         TO Det-Recalculat-X.
005890     MOVE SPACES         TO Det-Diferencia-X.
005900     PERFORM 3300-ESCRIURE-LINIA THRU 3300-EXIT.
005910 3200-EXIT.
005920     EXIT.
005930
005940 3300-ESCRIURE-LINIA.
005950     WRITE Linia-Informe FROM Linia-Detall
005960         AFTER ADVANCING 1 LINE.
005970     IF NOT Fs-Informe-Ok
005980         DISPLAY "CALCTVER: escriptura fallida (informe). "
005990             "Status: " Fs-Informe
006000         SET Error-Fatal TO TRUE
006010     END-IF.
006020     ADD 1 TO Linies-Pagina.
006030 3300-EXIT.
006040     EXIT.
006050
006060*=================================================================
006070* 4000-ESCRIURE-CODIS - Totals per codi de taxa i resum final
006080*=================================================================
006090 4000-ESCRIURE-CODIS.
006100     IF Linies-Pagina > Max-Linies - 10
006110         PERFORM 3000-NOVA-PAGINA THRU 3000-EXIT
006120     END-IF.
006130     MOVE SPACES TO Linia-Informe.
006140     WRITE Linia-Informe AFTER ADVANCING 1 LINE.
006150     WRITE Linia-Informe FROM Linia-Titol-Codis
006160         AFTER ADVANCING 1 LINE.
006170     WRITE Linia-Informe FROM Linia-Capcalera-Codis
006180         AFTER ADVANCING 1 LINE.
006190     ADD 3 TO Linies-Pagina.
006200     PERFORM 4100-ESCRIURE-CODI THRU 4100-EXIT
006210         VARYING Ind-Cod FROM 1 BY 1 UNTIL Ind-Cod > Cod-Usats.
006220     MOVE "TOTAL"                TO Lc-Codi.
006230     MOVE Comptador-Verificats   TO Lc-Verificats.
006240     MOVE Comptador-Discrepants  TO Lc-Discrepants.
006250     MOVE Comptador-Sense-Versio TO Lc-Sense-Versio.
006260     MOVE Tot-Registrat          TO Lc-Registrat.
006270     MOVE Tot-Recalculat         TO Lc-Recalculat.
006280     MOVE Tot-Diferencia         TO Lc-Diferencia.
006290     WRITE Linia-Informe FROM Linia-Codi
006300         AFTER ADVANCING 2 LINES.
006310     MOVE SPACES TO Linia-Informe.
006320     WRITE Linia-Informe AFTER ADVANCING 1 LINE.
006330     MOVE "REGISTRES LLEGITS A L'INTERVAL"  TO Res-Literal.
006340     MOVE Comptador-Llegits                 TO Res-Comptador.
006350     WRITE Linia-Informe FROM Linia-Resum
006360         AFTER ADVANCING 1 LINE.
006370     MOVE "REVERSIONS (NO VERIFICADES)"     TO Res-Literal.
006380     MOVE Comptador-Reversions              TO Res-Comptador.
006390     WRITE Linia-Informe FROM Linia-Resum
006400         AFTER ADVANCING 1 LINE.
006410     MOVE "ORIGINALS REVERTITS (NO VERIFICATS)" TO Res-Literal.
006420     MOVE Comptador-Revertits               TO Res-Comptador.
006430     WRITE Linia-Informe FROM Linia-Resum
006440         AFTER ADVANCING 1 LINE.
006450 4000-EXIT.
006460     EXIT.
006470
006480 4100-ESCRIURE-CODI.
006490     IF Linies-Pagina > Max-Linies
006500         PERFORM 3000-NOVA-PAGINA THRU 3000-EXIT
006510         WRITE Linia-Informe FROM Linia-Capcalera-Codis
006520             AFTER ADVANCING 1 LINE
006530         ADD 1 TO Linies-Pagina
006540     END-IF.
006550     MOVE Cod-Id (Ind-Cod)           TO Lc-Codi.
006560     MOVE Cod-Verificats (Ind-Cod)   TO Lc-Verificats.
006570     MOVE Cod-Discrepants (Ind-Cod)  TO Lc-Discrepants.
006580     MOVE Cod-Sense-Versio (Ind-Cod) TO Lc-Sense-Versio.
006590     MOVE Cod-Registrat (Ind-Cod)    TO Lc-Registrat.
006600     MOVE Cod-Recalculat (Ind-Cod)   TO Lc-Recalculat.
006610     MOVE Cod-Diferencia (Ind-Cod)   TO Lc-Diferencia.
006620     WRITE Linia-Informe FROM Linia-Codi
006630         AFTER ADVANCING 1 LINE.
006640     ADD 1 TO Linies-Pagina.
006650 4100-EXIT.
006660     EXIT.
006670
006680*=================================================================
006690* 9000-FINALITZAR - Resum i tancament. Codi 4 si hi ha resultats
006700*                   que no quadren o registres sense versio vigent
006710*=================================================================
006720 9000-FINALITZAR.
006730     CLOSE Fitxer-Historic.
006740     CLOSE Fitxer-Taxes.
006750     CLOSE Fitxer-Informe.
006760     DISPLAY "Registres llegits:     " Comptador-Llegits.
006770     DISPLAY "Taxes verificades:     " Comptador-Verificats.
006780     DISPLAY "Resultats discrepants: " Comptador-Discrepants.
006790     DISPLAY "Sense versio vigent:   " Comptador-Sense-Versio.
006800     DISPLAY "Reversions excloses:   " Comptador-Reversions.
006810     DISPLAY "Revertits exclosos:    " Comptador-Revertits.
006820     EVALUATE TRUE
006830         WHEN Error-Fatal
006840             MOVE 12 TO Codi-Retorn
006850         WHEN Comptador-Discrepants > 0
006860         OR Comptador-Sense-Versio > 0
006870             MOVE 4 TO Codi-Retorn
006880         WHEN OTHER
006890             MOVE ZERO TO Codi-Retorn
006900     END-EVALUATE.
006910     DISPLAY "CALCTVER finalitzat.".
006920 9000-EXIT.
006930     EXIT.
