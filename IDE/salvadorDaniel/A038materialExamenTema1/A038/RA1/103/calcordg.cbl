000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCORDG.
000030 AUTHOR. J. FERRAN.
000040 INSTALLATION. DEPT. FORMACIO PROFESSIONAL.
000050 DATE-WRITTEN. 25/09/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- -------------------------------------------
000120* 25/09/2026 JF    Programa original: generacio del fitxer de
000130*                  transaccions (TRANFILE) a partir de les ordres
000140*                  permanents (ORDFILE) que toquen en una data.
000150*                  Escriu la capcalera H (data de generacio i
000160*                  origen OP + hora, unic al registre de lots),
000170*                  un detall D per ordre i la cua T amb el
000180*                  comptador i els totals de control de Num1 i
000190*                  Num2 que esperen CALCEDIT i la calculadora.
000200*                  Anota a cada ordre la data generada perque no
000210*                  es torni a generar i informa (ORDRPT) de les
000220*                  ordres generades, de les que se salten per
000230*                  caducades, ja generades o amb el propietari
000240*                  inactiu, i de les marcades. No genera per a
000245*                  una data posterior a la de negoci.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT Fitxer-Ordres ASSIGN TO ORDFILE
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS Ord-Id
000340         FILE STATUS IS Fs-Ordres.
000350
000360     SELECT Fitxer-Operadors ASSIGN TO OPRFILE
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS Opr-Id
000400         FILE STATUS IS Fs-Operadors.
000410
000420     SELECT Fitxer-Parametres ASSIGN TO PARMFILE
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS Parm-Clau
000460         FILE STATUS IS Fs-Parametres.
000470
000480     SELECT Fitxer-Data-Negoci ASSIGN TO BUSDATE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS Fs-Data-Negoci.
000510
000520     SELECT Fitxer-Transaccions ASSIGN TO TRANFILE
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS Fs-Transaccions.
000550
000560     SELECT Fitxer-Informe ASSIGN TO ORDRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS Fs-Informe.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  Fitxer-Ordres.
000630 01  Reg-Ordre.
000640     05  Ord-Id              PIC X(08).
000650     05  Ord-Dades.
000660         10  Ord-Opcio       PIC 9.
000670         10  Ord-Num1        PIC S9(7)V99
000680                              SIGN IS LEADING SEPARATE CHARACTER.
000690         10  Ord-Num2        PIC S9(7)V99
000700                              SIGN IS LEADING SEPARATE CHARACTER.
000710         10  Ord-Codi-Taxa   PIC X(04).
000720         10  Ord-Frequencia  PIC X(01).
000730             88  Ord-Diaria              VALUE "D".
000740             88  Ord-Setmanal            VALUE "S".
000750             88  Ord-Mensual             VALUE "M".
000760             88  Ord-Anual               VALUE "A".
000770             88  Ord-Frequencia-Valida   VALUE "D" "S" "M" "A".
000780         10  Ord-Data-Inici  PIC 9(08).
000790         10  Ord-Data-Inici-R REDEFINES Ord-Data-Inici.
000800             15  Ori-Any     PIC 9(04).
000810             15  Ori-Mes     PIC 9(02).
000820             15  Ori-Dia     PIC 9(02).
000830         10  Ord-Data-Fi     PIC 9(08).
000840         10  Ord-Operador    PIC X(08).
000850     05  Ord-Descripcio      PIC X(20).
000860     05  Ord-Ult-Generacio   PIC 9(08).
000870
000880 FD  Fitxer-Operadors.
000890 01  Reg-Operador.
000900     05  Opr-Id              PIC X(08).
000910     05  Opr-Nom             PIC X(20).
000920     05  Opr-Aut-Int         PIC X(01).
000930     05  Opr-Aut-Lot         PIC X(01).
000940     05  Opr-Actiu           PIC X(01).
000950         88  Opr-Es-Actiu            VALUE "S".
000960     05  Opr-Aut-Sup         PIC X(01).
000970         88  Opr-Es-Supervisor       VALUE "S".
000980     05  Opr-Limit-Import    PIC S9(7)V99
000990                              SIGN IS LEADING SEPARATE CHARACTER.
001000
001010 FD  Fitxer-Parametres.
001020 01  Reg-Parametre.
001030     05  Parm-Clau           PIC X(08).
001040     05  Parm-Valor-Num      PIC 9(06).
001050     05  Parm-Valor-Text     PIC X(04).
001060     05  Parm-Descripcio     PIC X(30).
001070
001080 FD  Fitxer-Data-Negoci.
001090 01  Reg-Data-Negoci.
001100     05  Dng-Data            PIC 9(08).
001110     05  FILLER              PIC X(01).
001120     05  Dng-Estat           PIC X(01).
001130         88  Dng-Dia-Obert           VALUE "O".
001140         88  Dng-Dia-Tancat          VALUE "T".
001150     05  FILLER              PIC X(01).
001160     05  Dng-Data-Canvi      PIC 9(08).
001170     05  FILLER              PIC X(01).
001180     05  Dng-Hora-Canvi      PIC 9(06).
001190     05  FILLER              PIC X(01).
001200     05  Dng-Operador        PIC X(08).
001210
001220*----------------------------------------------------------------
001230* FITXER DE TRANSACCIONS: capcalera H, detalls D i cua T com els
001240* llegeix la calculadora en mode lot
001250*----------------------------------------------------------------
001260 FD  Fitxer-Transaccions.
001270 01  Reg-Tr-Detall-T.
001280     05  Trd-Tipus           PIC X(01).
001290     05  Trd-Opcio           PIC 9.
001300     05  Trd-Num1            PIC S9(7)V99
001310                              SIGN IS LEADING SEPARATE CHARACTER.
001320     05  Trd-Num2            PIC S9(7)V99
001330                              SIGN IS LEADING SEPARATE CHARACTER.
001340     05  Trd-Codi-Taxa       PIC X(04).
001350 01  Reg-Tr-Capcalera.
001360     05  Trh-Tipus           PIC X(01).
001370     05  Trh-Data            PIC 9(08).
001380     05  Trh-Origen          PIC X(08).
001390 01  Reg-Tr-Cua.
001400     05  Trq-Tipus           PIC X(01).
001410     05  Trq-Comptador       PIC 9(06).
001420     05  Trq-Hash-Num1       PIC S9(11)V99
001430                              SIGN IS LEADING SEPARATE CHARACTER.
001440     05  Trq-Hash-Num2       PIC S9(11)V99
001450                              SIGN IS LEADING SEPARATE CHARACTER.
001460
001470 FD  Fitxer-Informe.
001480 01  Linia-Informe           PIC X(132).
001490
001500 WORKING-STORAGE SECTION.
001510*----------------------------------------------------------------
001520* INDICADORS D'ESTAT DE FITXERS
001530*----------------------------------------------------------------
001540 01  Fs-Ordres           PIC X(02).
001550     88  Fs-Ordres-Ok            VALUE "00".
001560 01  Fs-Operadors        PIC X(02).
001570     88  Fs-Operadors-Ok         VALUE "00".
001580 01  Fs-Parametres       PIC X(02).
001590     88  Fs-Parametres-Ok        VALUE "00".
001600 01  Fs-Data-Negoci      PIC X(02).
001610     88  Fs-Data-Negoci-Ok       VALUE "00".
001620 01  Fs-Transaccions     PIC X(02).
001630     88  Fs-Transaccions-Ok      VALUE "00".
001640 01  Fs-Informe          PIC X(02).
001650     88  Fs-Informe-Ok           VALUE "00".
001660
001670*----------------------------------------------------------------
001680* COMPTADORS I INDICADORS DE CONTROL
001690*----------------------------------------------------------------
001700 77  Sw-FiFitxer     PIC X(01)   VALUE "N".
001710     88  Fi-Fitxer                   VALUE "S".
001720 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
001730     88  Error-Fatal                 VALUE "S".
001740 77  Sw-Data-Negoci  PIC X(01)   VALUE "N".
001750     88  Data-Negoci-Llegida         VALUE "S".
001760 77  Sw-Operadors    PIC X(01)   VALUE "N".
001770     88  Operadors-Oberts            VALUE "S".
001780 77  Sw-Transaccions PIC X(01)   VALUE "N".
001790     88  Transaccions-Obert          VALUE "S".
001800 77  Sw-Informe      PIC X(01)   VALUE "N".
001810     88  Informe-Obert               VALUE "S".
001820 77  Sw-Cua          PIC X(01)   VALUE "N".
001830     88  Cua-Escrita                 VALUE "S".
001840*----------------------------------------------------------------
001850* RESULTAT DE L'AVALUACIO D'UNA ORDRE PER A LA DATA DE GENERACIO
001860*----------------------------------------------------------------
001870 77  Sw-Avaluacio    PIC X(01)   VALUE SPACE.
001880     88  Ordre-Generar               VALUE "G".
001890     88  Ordre-Caducada              VALUE "C".
001900     88  Ordre-Pendent               VALUE "P".
001910     88  Ordre-Ja-Generada           VALUE "J".
001920     88  Ordre-Propietari-Inactiu    VALUE "I".
001930     88  Ordre-No-Toca               VALUE "N".
001940 77  Data-Sistema    PIC 9(08)   VALUE ZERO.
001950 77  Hora-Sistema    PIC 9(08)   VALUE ZERO.
001960 77  Data-Generacio  PIC 9(08)   VALUE ZERO.
001970 77  Num-Pagina      PIC 9(03) COMP VALUE ZERO.
001980 77  Linies-Pagina   PIC 9(03) COMP VALUE 999.
001990 77  Max-Linies      PIC 9(03) COMP VALUE 55.
002000 77  Comptador-Llegides          PIC 9(07) COMP VALUE ZERO.
002010 77  Comptador-Generades         PIC 9(07) COMP VALUE ZERO.
002020 77  Comptador-Caducades         PIC 9(07) COMP VALUE ZERO.
002030 77  Comptador-Pendents          PIC 9(07) COMP VALUE ZERO.
002040 77  Comptador-Ja-Generades      PIC 9(07) COMP VALUE ZERO.
002050 77  Comptador-Inactius          PIC 9(07) COMP VALUE ZERO.
002060 77  Comptador-No-Toca           PIC 9(07) COMP VALUE ZERO.
002070 77  Comptador-Marcades          PIC 9(07) COMP VALUE ZERO.
002080 77  Hash-Num1                   PIC S9(11)V99 COMP VALUE ZERO.
002090 77  Hash-Num2                   PIC S9(11)V99 COMP VALUE ZERO.
002100 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
002110
002120*----------------------------------------------------------------
002130* CALCUL DE DATES (AAAAMMDD) SENSE FUNCIONS: validacio, dies del
002140* mes i numero de dia per comptar dies entre dues dates
002150*----------------------------------------------------------------
002160 01  Data-Treball        PIC 9(08) VALUE ZERO.
002170 01  Data-Treball-R REDEFINES Data-Treball.
002180     05  Dt-Any              PIC 9(04).
002190     05  Dt-Mes              PIC 9(02).
002200     05  Dt-Dia              PIC 9(02).
002210 01  Dies-Mesos.
002220     05  FILLER          PIC X(24) VALUE
002230         "312831303130313130313031".
002240 01  Taula-Dies-Mes REDEFINES Dies-Mesos.
002250     05  Dies-Mes            OCCURS 12 TIMES PIC 9(02).
002260 77  Max-Dia         PIC 9(02)   VALUE ZERO.
002270 77  Quocient        PIC 9(04)   VALUE ZERO.
002280 77  Residu-4        PIC 9(04)   VALUE ZERO.
002290 77  Residu-100      PIC 9(04)   VALUE ZERO.
002300 77  Residu-400      PIC 9(04)   VALUE ZERO.
002310 77  Sw-Data-Valida  PIC X(01)   VALUE "N".
002320     88  Data-Valida                 VALUE "S".
002330 77  Dn-Any          PIC 9(05) COMP VALUE ZERO.
002340 77  Dn-Mes          PIC 9(02) COMP VALUE ZERO.
002350 77  Dn-Part         PIC 9(09) COMP VALUE ZERO.
002360 77  Num-Dia         PIC 9(09) COMP VALUE ZERO.
002370 77  Num-Dia-Inici   PIC 9(09) COMP VALUE ZERO.
002380 77  Dies-Transcorreguts         PIC 9(09) COMP VALUE ZERO.
002390 77  Setmanes        PIC 9(09) COMP VALUE ZERO.
002400 77  Residu-7        PIC 9(01) COMP VALUE ZERO.
002410
002420*----------------------------------------------------------------
002430* NOMS DE LES OPERACIONS
002440*----------------------------------------------------------------
002450 01  Noms-Operacions.
002460     05  FILLER          PIC X(15) VALUE "SUMA".
002470     05  FILLER          PIC X(15) VALUE "RESTA".
002480     05  FILLER          PIC X(15) VALUE "MULTIPLICACIO".
002490     05  FILLER          PIC X(15) VALUE "DIVISIO".
002500     05  FILLER          PIC X(15) VALUE "?".
002510     05  FILLER          PIC X(15) VALUE "PERCENTATGE".
002520     05  FILLER          PIC X(15) VALUE "MODUL".
002530     05  FILLER          PIC X(15) VALUE "?".
002540     05  FILLER          PIC X(15) VALUE "APLICA TAXA".
002550 01  Taula-Noms-Op REDEFINES Noms-Operacions.
002560     05  Nom-Operacio    OCCURS 9 TIMES PIC X(15).
002570
002580*----------------------------------------------------------------
002590* LINIES DE L'INFORME
002600*----------------------------------------------------------------
002610 01  Linia-Capcalera-1.
002620     05  FILLER          PIC X(10) VALUE "CALCORDG".
002630     05  FILLER          PIC X(42) VALUE
002640         "GENERACIO D'ORDRES PERMANENTS".
002650     05  FILLER          PIC X(16) VALUE "DATA GENERACIO: ".
002660     05  Cap-Generacio   PIC 9(08).
002670     05  FILLER          PIC X(02) VALUE SPACES.
002680     05  FILLER          PIC X(08) VALUE "ORIGEN: ".
002690     05  Cap-Origen      PIC X(08).
002700     05  FILLER          PIC X(05) VALUE SPACES.
002710     05  FILLER          PIC X(06) VALUE "DATA: ".
002720     05  Cap-Any         PIC X(04).
002730     05  FILLER          PIC X(01) VALUE "/".
002740     05  Cap-Mes         PIC X(02).
002750     05  FILLER          PIC X(01) VALUE "/".
002760     05  Cap-Dia         PIC X(02).
002770     05  FILLER          PIC X(05) VALUE SPACES.
002780     05  FILLER          PIC X(05) VALUE "PAG: ".
002790     05  Cap-Pagina      PIC ZZ9.
002800 01  Linia-Capcalera-2.
002810     05  FILLER          PIC X(10) VALUE "ORDRE".
002820     05  FILLER          PIC X(16) VALUE "OPERACIO".
002830     05  FILLER          PIC X(12) VALUE "       NUM1".
002840     05  FILLER          PIC X(13) VALUE "       NUM2".
002850     05  FILLER          PIC X(06) VALUE "TAXA".
002860     05  FILLER          PIC X(03) VALUE "F".
002870     05  FILLER          PIC X(21) VALUE "VIGENCIA".
002880     05  FILLER          PIC X(10) VALUE "OPERADOR".
002890     05  FILLER          PIC X(18) VALUE "ESTAT".
002900     05  FILLER          PIC X(10) VALUE "DESCRIPCIO".
002910 01  Linia-Detall.
002920     05  Det-Ordre       PIC X(08).
002930     05  FILLER          PIC X(02) VALUE SPACES.
002940     05  Det-Operacio    PIC X(15).
002950     05  FILLER          PIC X(01) VALUE SPACE.
002960     05  Det-Num1        PIC -(7)9.99.
002970     05  FILLER          PIC X(01) VALUE SPACE.
002980     05  Det-Num2        PIC -(7)9.99.
002990     05  FILLER          PIC X(02) VALUE SPACES.
003000     05  Det-Codi-Taxa   PIC X(04).
003010     05  FILLER          PIC X(02) VALUE SPACES.
003020     05  Det-Frequencia  PIC X(01).
003030     05  FILLER          PIC X(02) VALUE SPACES.
003040     05  Det-Data-Inici  PIC 9(08).
003050     05  FILLER          PIC X(03) VALUE " - ".
003060     05  Det-Data-Fi     PIC X(08).
003070     05  FILLER          PIC X(02) VALUE SPACES.
003080     05  Det-Operador    PIC X(08).
003090     05  FILLER          PIC X(02) VALUE SPACES.
003100     05  Det-Estat       PIC X(16).
003110     05  FILLER          PIC X(02) VALUE SPACES.
003120     05  Det-Descripcio  PIC X(20).
003130 01  Linia-Resum.
003140     05  Res-Literal     PIC X(40).
003150     05  Res-Comptador   PIC Z(06)9.
003160 01  Linia-Resum-Import.
003170     05  Rei-Literal     PIC X(40).
003180     05  Rei-Import      PIC -(11)9.99.
003190
003200 PROCEDURE DIVISION.
003210*=================================================================
003220* 0000-MAINLINE
003230*=================================================================
003240 0000-MAINLINE.
003250     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
003260     IF NOT Error-Fatal
003270         PERFORM 2000-GENERAR THRU 2000-EXIT
003280     END-IF.
003290     IF NOT Error-Fatal
003300         PERFORM 3500-MARCAR-GENERADES THRU 3500-EXIT
003310     END-IF.
003320     IF Informe-Obert
003330         PERFORM 4000-ESCRIURE-RESUM THRU 4000-EXIT
003340     END-IF.
003350     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
003360     MOVE Codi-Retorn TO RETURN-CODE.
003370     STOP RUN.
003380
003390*=================================================================
003400* 1000-INICIALITZAR - Demana la data de generacio (per defecte la
003410*                     data de negoci) i obre els fitxers
003420*=================================================================
003430 1000-INICIALITZAR.
003440     DISPLAY "CALCORDG - Generacio d'ordres permanents".
003450     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
003460     PERFORM 1100-LLEGIR-DATA-NEGOCI THRU 1100-EXIT.
003470     DISPLAY "Data de generacio (AAAAMMDD, 0 = data de negoci): ".
003480     ACCEPT Data-Generacio.
003490     IF Data-Generacio = ZERO
003500         MOVE Data-Sistema TO Data-Generacio
003510     END-IF.
003520     MOVE Data-Generacio TO Data-Treball.
003530     PERFORM 4100-VALIDAR-DATA THRU 4100-EXIT.
003540     IF NOT Data-Valida
003550         DISPLAY "CALCORDG: data de generacio no valida"
003560         SET Error-Fatal TO TRUE
003570         GO TO 1000-EXIT
003580     END-IF.
003590     IF Data-Negoci-Llegida AND Data-Generacio > Data-Sistema
003600         DISPLAY "CALCORDG: la data de generacio passa de la "
003610             "data de negoci " Data-Sistema "; CALCEDIT "
003620             "rebutjaria el fitxer"
003623         SET Error-Fatal TO TRUE
003626         GO TO 1000-EXIT
003630     END-IF.
003640     PERFORM 1200-LLEGIR-PARAMETRES THRU 1200-EXIT.
003650     OPEN I-O Fitxer-Ordres.
003660     IF NOT Fs-Ordres-Ok
003670         DISPLAY "CALCORDG: fitxer d'ordres no obert. Status: "
003680             Fs-Ordres
003690         SET Error-Fatal TO TRUE
003700         GO TO 1000-EXIT
003710     END-IF.
003720     OPEN INPUT Fitxer-Operadors.
003730     IF NOT Fs-Operadors-Ok
003740         DISPLAY "CALCORDG: fitxer mestre d'operadors no obert. "
003750             "Status: " Fs-Operadors
003760         SET Error-Fatal TO TRUE
003770         GO TO 1000-EXIT
003780     END-IF.
003790     SET Operadors-Oberts TO TRUE.
003800     OPEN OUTPUT Fitxer-Transaccions.
003810     IF NOT Fs-Transaccions-Ok
003820         DISPLAY "CALCORDG: fitxer de transaccions no obert. "
003830             "Status: " Fs-Transaccions
003840         SET Error-Fatal TO TRUE
003850         GO TO 1000-EXIT
003860     END-IF.
003870     SET Transaccions-Obert TO TRUE.
003880     OPEN OUTPUT Fitxer-Informe.
003890     IF NOT Fs-Informe-Ok
003900         DISPLAY "CALCORDG: informe no obert. Status: " Fs-Informe
003910         SET Error-Fatal TO TRUE
003920         GO TO 1000-EXIT
003930     END-IF.
003940     SET Informe-Obert TO TRUE.
003950 1000-EXIT.
003960     EXIT.
003970
003980*=================================================================
003990* 1100-LLEGIR-DATA-NEGOCI - Pren la data de negoci del registre
004000*                           de control (CALCDIA). Sense registre
004010*                           es fa servir la data del sistema
004020*=================================================================
004030 1100-LLEGIR-DATA-NEGOCI.
004040     OPEN INPUT Fitxer-Data-Negoci.
004050     IF NOT Fs-Data-Negoci-Ok
004060         GO TO 1100-EXIT
004070     END-IF.
004080     READ Fitxer-Data-Negoci
004090         NOT AT END
004100             MOVE Dng-Data TO Data-Sistema
004110             SET Data-Negoci-Llegida TO TRUE
004120     END-READ.
004130     CLOSE Fitxer-Data-Negoci.
004140 1100-EXIT.
004150     EXIT.
004160
004170*=================================================================
004180* 1200-LLEGIR-PARAMETRES - Llegeix el fons de pagina del fitxer
004190*                          de parametres (clau MAXLINIA); sense
004200*                          fitxer o clau es conserva el defecte
004210*=================================================================
004220 1200-LLEGIR-PARAMETRES.
004230     OPEN INPUT Fitxer-Parametres.
004240     IF NOT Fs-Parametres-Ok
004250         GO TO 1200-EXIT
004260     END-IF.
004270     MOVE "MAXLINIA" TO Parm-Clau.
004280     READ Fitxer-Parametres
004290         NOT INVALID KEY
004300             IF Parm-Valor-Num > 10 AND Parm-Valor-Num < 999
004310                 MOVE Parm-Valor-Num TO Max-Linies
004320             END-IF
004330     END-READ.
004340     CLOSE Fitxer-Parametres.
004350 1200-EXIT.
004360     EXIT.
004370
004380*=================================================================
004390* 2000-GENERAR - Escriu la capcalera, recorre totes les ordres
004400*                per clau i tanca el lot amb la cua. La capcalera
004410*                i la cua s'escriuen encara que no toqui cap ordre
004420*                perque el lot buit tambe quadri
004430*=================================================================
004440 2000-GENERAR.
004450     ACCEPT Hora-Sistema FROM TIME.
004460     MOVE SPACES             TO Reg-Tr-Capcalera.
004470     MOVE "H"                TO Trh-Tipus.
004480     MOVE Data-Generacio     TO Trh-Data.
004490     MOVE "OP"               TO Trh-Origen (1:2).
004500     MOVE Hora-Sistema (1:6) TO Trh-Origen (3:6).
004510     MOVE Trh-Origen         TO Cap-Origen.
004520     WRITE Reg-Tr-Capcalera.
004530     IF NOT Fs-Transaccions-Ok
004540         DISPLAY "CALCORDG: escriptura fallida (capcalera). "
004550             "Status: " Fs-Transaccions
004560         SET Error-Fatal TO TRUE
004570         GO TO 2000-EXIT
004580     END-IF.
004590     PERFORM 2050-POSICIONAR THRU 2050-EXIT.
004600     PERFORM 2100-LLEGIR-ORDRE THRU 2100-EXIT.
004610     PERFORM 2300-TRACTAR-ORDRE THRU 2300-EXIT
004620         UNTIL Fi-Fitxer OR Error-Fatal.
004630     IF Error-Fatal
004640         GO TO 2000-EXIT
004650     END-IF.
004660     MOVE SPACES              TO Reg-Tr-Cua.
004670     MOVE "T"                 TO Trq-Tipus.
004680     MOVE Comptador-Generades TO Trq-Comptador.
004690     MOVE Hash-Num1           TO Trq-Hash-Num1.
004700     MOVE Hash-Num2           TO Trq-Hash-Num2.
004710     WRITE Reg-Tr-Cua.
004720     IF NOT Fs-Transaccions-Ok
004730         DISPLAY "CALCORDG: escriptura fallida (cua). Status: "
004740             Fs-Transaccions
004750         SET Error-Fatal TO TRUE
004760         GO TO 2000-EXIT
004770     END-IF.
004780     SET Cua-Escrita TO TRUE.
004790 2000-EXIT.
004800     EXIT.
004810
004820*=================================================================
004830* 2050-POSICIONAR - Posiciona el fitxer d'ordres al principi
004840*=================================================================
004850 2050-POSICIONAR.
004860     MOVE "N" TO Sw-FiFitxer.
004870     MOVE LOW-VALUES TO Ord-Id.
004880     START Fitxer-Ordres KEY IS GREATER THAN Ord-Id
004890         INVALID KEY
004900             SET Fi-Fitxer TO TRUE
004910     END-START.
004920 2050-EXIT.
004930     EXIT.
004940
004950 2100-LLEGIR-ORDRE.
004960     IF Fi-Fitxer
004970         GO TO 2100-EXIT
004980     END-IF.
004990     READ Fitxer-Ordres NEXT RECORD
005000         AT END
005010             SET Fi-Fitxer TO TRUE
005020             GO TO 2100-EXIT
005030     END-READ.
005040     IF NOT Fs-Ordres-Ok
005050         DISPLAY "CALCORDG: lectura fallida (ordres). Status: "
005060             Fs-Ordres
005070         SET Error-Fatal TO TRUE
005080     END-IF.
005090 2100-EXIT.
005100     EXIT.
005110
005120*=================================================================
005130* 2200-AVALUAR-ORDRE - Decideix que es fa amb l'ordre en la data
005140*                      de generacio, en aquest ordre: caducada
005150*                      (fi anterior a la data), pendent d'inici,
005160*                      ja generada (la marca de la darrera
005170*                      generacio arriba a la data), propietari
005180*                      desconegut o inactiu i, finalment, si el
005190*                      calendari de la frequencia hi cau
005200*=================================================================
005210 2200-AVALUAR-ORDRE.
005220     IF Ord-Data-Fi NOT = ZERO AND Ord-Data-Fi < Data-Generacio
005230         SET Ordre-Caducada TO TRUE
005240         GO TO 2200-EXIT
005250     END-IF.
005260     IF Ord-Data-Inici > Data-Generacio
005270         SET Ordre-Pendent TO TRUE
005280         GO TO 2200-EXIT
005290     END-IF.
005300     IF Ord-Ult-Generacio NOT < Data-Generacio
005310         SET Ordre-Ja-Generada TO TRUE
005320         GO TO 2200-EXIT
005330     END-IF.
005340     MOVE Ord-Operador TO Opr-Id.
005350     READ Fitxer-Operadors
005360         INVALID KEY
005370             SET Ordre-Propietari-Inactiu TO TRUE
005380             GO TO 2200-EXIT
005390     END-READ.
005400     IF NOT Opr-Es-Actiu
005410         SET Ordre-Propietari-Inactiu TO TRUE
005420         GO TO 2200-EXIT
005430     END-IF.
005440     SET Ordre-No-Toca TO TRUE.
005450     MOVE Data-Generacio TO Data-Treball.
005460     EVALUATE TRUE
005470         WHEN Ord-Diaria
005480             SET Ordre-Generar TO TRUE
005490         WHEN Ord-Setmanal
005500             PERFORM 2250-TOCA-SETMANA THRU 2250-EXIT
005510         WHEN Ord-Mensual
005520             PERFORM 2260-TOCA-DIA-MES THRU 2260-EXIT
005530         WHEN Ord-Anual
005540             IF Ori-Mes = Dt-Mes
005550                 PERFORM 2260-TOCA-DIA-MES THRU 2260-EXIT
005560             END-IF
005570     END-EVALUATE.
005580 2200-EXIT.
005590     EXIT.
005600
005610*=================================================================
005620* 2250-TOCA-SETMANA - Toca quan els dies transcorreguts des de la
005630*                     data d'inici son multiple de set
005640*=================================================================
005650 2250-TOCA-SETMANA.
005660     MOVE Ord-Data-Inici TO Data-Treball.
005670     PERFORM 4300-NUMERO-DIA THRU 4300-EXIT.
005680     MOVE Num-Dia TO Num-Dia-Inici.
005690     MOVE Data-Generacio TO Data-Treball.
005700     PERFORM 4300-NUMERO-DIA THRU 4300-EXIT.
005710     SUBTRACT Num-Dia-Inici FROM Num-Dia
005720         GIVING Dies-Transcorreguts.
005730     DIVIDE Dies-Transcorreguts BY 7
005740         GIVING Setmanes REMAINDER Residu-7.
005750     IF Residu-7 = ZERO
005760         SET Ordre-Generar TO TRUE
005770     END-IF.
005780 2250-EXIT.
005790     EXIT.
005800
005810*=================================================================
005820* 2260-TOCA-DIA-MES - Toca el mateix dia del mes que la data
005830*                     d'inici; si el mes de generacio es mes curt,
005840*                     toca el seu darrer dia (el 31 cau el 30, el
005850*                     29 de febrer cau el 28 els anys que no son
005855*                     de traspas)
005860*=================================================================
005870 2260-TOCA-DIA-MES.
005880     PERFORM 4200-DIES-DEL-MES THRU 4200-EXIT.
005890     IF Ori-Dia = Dt-Dia
005900     OR (Ori-Dia > Max-Dia AND Dt-Dia = Max-Dia)
005910         SET Ordre-Generar TO TRUE
005920     END-IF.
005930 2260-EXIT.
005940     EXIT.
005950
005960*=================================================================
005970* 2300-TRACTAR-ORDRE - Genera el detall de l'ordre que toca i
005980*                      informa de les generades i de les saltades
005990*                      per caducitat, generacio previa o
006000*                      propietari inactiu; les pendents d'inici i
006010*                      les que no toquen nomes es compten
006020*=================================================================
006030 2300-TRACTAR-ORDRE.
006040     ADD 1 TO Comptador-Llegides.
006050     PERFORM 2200-AVALUAR-ORDRE THRU 2200-EXIT.
006060     EVALUATE TRUE
006070         WHEN Ordre-Generar
006080             PERFORM 2400-ESCRIURE-DETALL THRU 2400-EXIT
006090             IF NOT Error-Fatal
006100                 MOVE "GENERADA" TO Det-Estat
006110                 PERFORM 3100-ESCRIURE-LINIA THRU 3100-EXIT
006120             END-IF
006130         WHEN Ordre-Caducada
006140             ADD 1 TO Comptador-Caducades
006150             MOVE "CADUCADA" TO Det-Estat
006160             PERFORM 3100-ESCRIURE-LINIA THRU 3100-EXIT
006170         WHEN Ordre-Ja-Generada
006180             ADD 1 TO Comptador-Ja-Generades
006190             MOVE "JA GENERADA" TO Det-Estat
006200             PERFORM 3100-ESCRIURE-LINIA THRU 3100-EXIT
006210         WHEN Ordre-Propietari-Inactiu
006220             ADD 1 TO Comptador-Inactius
006230             MOVE "OPERADOR INACTIU" TO Det-Estat
006240             PERFORM 3100-ESCRIURE-LINIA THRU 3100-EXIT
006250         WHEN Ordre-Pendent
006260             ADD 1 TO Comptador-Pendents
006270         WHEN OTHER
006280             ADD 1 TO Comptador-No-Toca
006290     END-EVALUATE.
006300     PERFORM 2100-LLEGIR-ORDRE THRU 2100-EXIT.
006310 2300-EXIT.
006320     EXIT.
006330
006340*=================================================================
006350* 2400-ESCRIURE-DETALL - Escriu el detall D de l'ordre i en
006360*                        acumula el comptador i els totals de
006370*                        control. L'aplicacio de taxa porta Num2
006380*                        a zero
006390*=================================================================
006400 2400-ESCRIURE-DETALL.
006410     MOVE SPACES          TO Reg-Tr-Detall-T.
006420     MOVE "D"             TO Trd-Tipus.
006430     MOVE Ord-Opcio       TO Trd-Opcio.
006440     MOVE Ord-Num1        TO Trd-Num1.
006450     IF Ord-Opcio = 9
006460         MOVE ZERO          TO Trd-Num2
006470         MOVE Ord-Codi-Taxa TO Trd-Codi-Taxa
006480     ELSE
006490         MOVE Ord-Num2      TO Trd-Num2
006500     END-IF.
006510     WRITE Reg-Tr-Detall-T.
006520     IF NOT Fs-Transaccions-Ok
006530         DISPLAY "CALCORDG: escriptura fallida (detall). Status: "
006540             Fs-Transaccions
006550         SET Error-Fatal TO TRUE
006560         GO TO 2400-EXIT
006570     END-IF.
006580     ADD 1        TO Comptador-Generades.
006590     ADD Trd-Num1 TO Hash-Num1.
006600     ADD Trd-Num2 TO Hash-Num2.
006610 2400-EXIT.
006620     EXIT.
006630
006640*=================================================================
006650* 3000-NOVA-PAGINA - Salta de pagina i escriu les capcaleres
006660*=================================================================
006670 3000-NOVA-PAGINA.
006680     ADD 1 TO Num-Pagina.
006690     MOVE Data-Generacio     TO Cap-Generacio.
006700     MOVE Data-Sistema (1:4) TO Cap-Any.
006710     MOVE Data-Sistema (5:2) TO Cap-Mes.
006720     MOVE Data-Sistema (7:2) TO Cap-Dia.
006730     MOVE Num-Pagina TO Cap-Pagina.
006740     WRITE Linia-Informe FROM Linia-Capcalera-1
006750         AFTER ADVANCING PAGE.
006760     WRITE Linia-Informe FROM Linia-Capcalera-2
006770         AFTER ADVANCING 2 LINES.
006780     MOVE SPACES TO Linia-Informe.
006790     WRITE Linia-Informe AFTER ADVANCING 1 LINE.
006800     MOVE 4 TO Linies-Pagina.
006810 3000-EXIT.
006820     EXIT.
006830
006840*=================================================================
006850* 3100-ESCRIURE-LINIA - Escriu la linia de l'ordre amb l'estat ja
006860*                       informat a Det-Estat
006870*=================================================================
006880 3100-ESCRIURE-LINIA.
006890     IF Linies-Pagina > Max-Linies
006900         PERFORM 3000-NOVA-PAGINA THRU 3000-EXIT
006910     END-IF.
006920     MOVE Ord-Id TO Det-Ordre.
006930     IF Ord-Opcio >= 1 AND Ord-Opcio <= 9
006940         MOVE Nom-Operacio (Ord-Opcio) TO Det-Operacio
006950     ELSE
006960         MOVE "?" TO Det-Operacio
006970     END-IF.
006980     MOVE Ord-Num1       TO Det-Num1.
006990     MOVE Ord-Num2       TO Det-Num2.
007000     MOVE Ord-Codi-Taxa  TO Det-Codi-Taxa.
007010     MOVE Ord-Frequencia TO Det-Frequencia.
007020     MOVE Ord-Data-Inici TO Det-Data-Inici.
007030     IF Ord-Data-Fi = ZERO
007040         MOVE "SENSE FI"  TO Det-Data-Fi
007050     ELSE
007060         MOVE Ord-Data-Fi TO Det-Data-Fi
007070     END-IF.
007080     MOVE Ord-Operador   TO Det-Operador.
007090     MOVE Ord-Descripcio TO Det-Descripcio.
007100     WRITE Linia-Informe FROM Linia-Detall
007110         AFTER ADVANCING 1 LINE.
007120     ADD 1 TO Linies-Pagina.
007130 3100-EXIT.
007140     EXIT.
007150
007160*=================================================================
007170* 3500-MARCAR-GENERADES - Un cop el lot es complet (cua escrita),
007180*                         torna a recorrer les ordres i anota la
007190*                         data de generacio a les que han generat
007200*                         detall, perque una segona execucio per
007210*                         al mateix dia no les dupliqui
007212*                         (cada ordre marcada surt a l'informe: si
007214*                         la marca falla a mitges, l'informe diu
007216*                         quines ordres ja porten la data)
007220*=================================================================
007230 3500-MARCAR-GENERADES.
007240     IF NOT Cua-Escrita
007250         GO TO 3500-EXIT
007260     END-IF.
007261     IF Linies-Pagina > Max-Linies - 3
007262         PERFORM 3000-NOVA-PAGINA THRU 3000-EXIT
007263     END-IF.
007264     MOVE SPACES TO Linia-Informe.
007265     WRITE Linia-Informe AFTER ADVANCING 1 LINE.
007266     MOVE "ORDRES MARCADES AMB LA DATA DE GENERACIO"
007267         TO Linia-Informe.
007268     WRITE Linia-Informe AFTER ADVANCING 1 LINE.
007269     ADD 2 TO Linies-Pagina.
007270     PERFORM 2050-POSICIONAR THRU 2050-EXIT.
007280     PERFORM 2100-LLEGIR-ORDRE THRU 2100-EXIT.
007290     PERFORM 3550-MARCAR-ORDRE THRU 3550-EXIT
007300         UNTIL Fi-Fitxer OR Error-Fatal.
007310     IF NOT Error-Fatal
007320     AND Comptador-Marcades NOT = Comptador-Generades
007330         DISPLAY "CALCORDG: ordres marcades " Comptador-Marcades
007340             " no quadren amb les generades " Comptador-Generades
007350         SET Error-Fatal TO TRUE
007360     END-IF.
007370 3500-EXIT.
007380     EXIT.
007390
007400 3550-MARCAR-ORDRE.
007410     PERFORM 2200-AVALUAR-ORDRE THRU 2200-EXIT.
007420     IF Ordre-Generar
007430         MOVE Data-Generacio TO Ord-Ult-Generacio
007440         REWRITE Reg-Ordre
007450             INVALID KEY
007460                 DISPLAY "CALCORDG: reescriptura fallida (ordre "
007470                     Ord-Id "). Status: " Fs-Ordres
007480                 SET Error-Fatal TO TRUE
007483                 MOVE "NO MARCADA" TO Det-Estat
007486                 PERFORM 3100-ESCRIURE-LINIA THRU 3100-EXIT
007490                 GO TO 3550-EXIT
007500         END-REWRITE
007510         ADD 1 TO Comptador-Marcades
007513         MOVE "MARCADA" TO Det-Estat
007516         PERFORM 3100-ESCRIURE-LINIA THRU 3100-EXIT
007520     END-IF.
007530     PERFORM 2100-LLEGIR-ORDRE THRU 2100-EXIT.
007540 3550-EXIT.
007550     EXIT.
007560
007570*=================================================================
007580* 4000-ESCRIURE-RESUM - Resum de l'execucio al final de l'informe
007590*=================================================================
007600 4000-ESCRIURE-RESUM.
007610     IF Linies-Pagina > Max-Linies - 12
007620         PERFORM 3000-NOVA-PAGINA THRU 3000-EXIT
007630     END-IF.
007640     MOVE SPACES TO Linia-Informe.
007650     WRITE Linia-Informe AFTER ADVANCING 1 LINE.
007660     MOVE "ORDRES LLEGIDES"          TO Res-Literal.
007670     MOVE Comptador-Llegides         TO Res-Comptador.
007680     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
007690     MOVE "ORDRES GENERADES"         TO Res-Literal.
007700     MOVE Comptador-Generades        TO Res-Comptador.
007710     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
007720     MOVE "SALTADES PER CADUCADES"   TO Res-Literal.
007730     MOVE Comptador-Caducades        TO Res-Comptador.
007740     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
007750     MOVE "SALTADES PER JA GENERADES" TO Res-Literal.
007760     MOVE Comptador-Ja-Generades     TO Res-Comptador.
007770     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
007780     MOVE "SALTADES PER OPERADOR INACTIU" TO Res-Literal.
007790     MOVE Comptador-Inactius         TO Res-Comptador.
007800     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
007810     MOVE "PENDENTS D'INICI"         TO Res-Literal.
007820     MOVE Comptador-Pendents         TO Res-Comptador.
007830     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
007840     MOVE "FORA DE CALENDARI"        TO Res-Literal.
007850     MOVE Comptador-No-Toca          TO Res-Comptador.
007860     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
007862     MOVE "ORDRES MARCADES"          TO Res-Literal.
007864     MOVE Comptador-Marcades         TO Res-Comptador.
007866     WRITE Linia-Informe FROM Linia-Resum AFTER ADVANCING 1 LINE.
007870     MOVE "TOTAL DE CONTROL NUM1"    TO Rei-Literal.
007880     MOVE Hash-Num1                  TO Rei-Import.
007890     WRITE Linia-Informe FROM Linia-Resum-Import
007900         AFTER ADVANCING 1 LINE.
007910     MOVE "TOTAL DE CONTROL NUM2"    TO Rei-Literal.
007920     MOVE Hash-Num2                  TO Rei-Import.
007930     WRITE Linia-Informe FROM Linia-Resum-Import
007940         AFTER ADVANCING 1 LINE.
007950     IF Error-Fatal
007960         MOVE "*** EXECUCIO INTERROMPUDA: FITXER NO VALID ***"
007970             TO Linia-Informe
007980         WRITE Linia-Informe AFTER ADVANCING 2 LINES
007990     END-IF.
008000 4000-EXIT.
008010     EXIT.
008020
008030*=================================================================
008040* 4100-VALIDAR-DATA - Comprova que Data-Treball es una data
008050*                     natural valida (AAAAMMDD)
008060*=================================================================
008070 4100-VALIDAR-DATA.
008080     MOVE "N" TO Sw-Data-Valida.
008090     IF Data-Treball NOT NUMERIC
008100         GO TO 4100-EXIT
008110     END-IF.
008120     IF Dt-Any < 1900 OR Dt-Mes < 1 OR Dt-Mes > 12
008130         GO TO 4100-EXIT
008140     END-IF.
008150     PERFORM 4200-DIES-DEL-MES THRU 4200-EXIT.
008160     IF Dt-Dia < 1 OR Dt-Dia > Max-Dia
008170         GO TO 4100-EXIT
008180     END-IF.
008190     SET Data-Valida TO TRUE.
008200 4100-EXIT.
008210     EXIT.
008220
008230*=================================================================
008240* 4200-DIES-DEL-MES - Dies del mes de Data-Treball, amb el febrer
008250*                     de 29 dies als anys de traspas
008260*=================================================================
008270 4200-DIES-DEL-MES.
008280     MOVE Dies-Mes (Dt-Mes) TO Max-Dia.
008290     IF Dt-Mes NOT = 2
008300         GO TO 4200-EXIT
008310     END-IF.
008320     DIVIDE Dt-Any BY 4   GIVING Quocient REMAINDER Residu-4.
008330     DIVIDE Dt-Any BY 100 GIVING Quocient REMAINDER Residu-100.
008340     DIVIDE Dt-Any BY 400 GIVING Quocient REMAINDER Residu-400.
008350     IF Residu-400 = ZERO
008360     OR (Residu-4 = ZERO AND Residu-100 NOT = ZERO)
008370         MOVE 29 TO Max-Dia
008380     END-IF.
008390 4200-EXIT.
008400     EXIT.
008410
008420*=================================================================
008430* 4300-NUMERO-DIA - Numero de dia correlatiu de Data-Treball
008440*                   (calendari gregoria, any comptat des del
008450*                   marc): la diferencia entre dos numeros son
008460*                   els dies que hi ha entre les dues dates
008470*=================================================================
008480 4300-NUMERO-DIA.
008490     MOVE Dt-Any TO Dn-Any.
008500     MOVE Dt-Mes TO Dn-Mes.
008510     IF Dn-Mes < 3
008520         SUBTRACT 1 FROM Dn-Any
008530         ADD 12 TO Dn-Mes
008540     END-IF.
008550     MULTIPLY Dn-Any BY 365 GIVING Num-Dia.
008560     DIVIDE Dn-Any BY 4 GIVING Dn-Part.
008570     ADD Dn-Part TO Num-Dia.
008580     DIVIDE Dn-Any BY 100 GIVING Dn-Part.
008590     SUBTRACT Dn-Part FROM Num-Dia.
008600     DIVIDE Dn-Any BY 400 GIVING Dn-Part.
008610     ADD Dn-Part TO Num-Dia.
008620     COMPUTE Dn-Part = 153 * (Dn-Mes - 3) + 2.
008630     DIVIDE Dn-Part BY 5 GIVING Dn-Part.
008640     ADD Dn-Part TO Num-Dia.
008650     ADD Dt-Dia TO Num-Dia.
008660 4300-EXIT.
008670     EXIT.
008680
008690*=================================================================
008700* 9000-FINALITZAR - Tanca fitxers i fixa el codi de retorn: 12 si
008710*                   l'execucio no ha acabat (el fitxer generat no
008720*                   s'ha de processar), 4 si alguna ordre s'ha
008730*                   saltat per propietari inactiu, 0 altrament
008740*=================================================================
008750 9000-FINALITZAR.
008760     CLOSE Fitxer-Ordres.
008770     IF Operadors-Oberts
008780         CLOSE Fitxer-Operadors
008790     END-IF.
008800     IF Transaccions-Obert
008810         CLOSE Fitxer-Transaccions
008820     END-IF.
008830     IF Informe-Obert
008840         CLOSE Fitxer-Informe
008850     END-IF.
008860     DISPLAY "Data de generacio:     " Data-Generacio.
008870     DISPLAY "Origen del lot:        " Cap-Origen.
008880     DISPLAY "Ordres llegides:       " Comptador-Llegides.
008890     DISPLAY "Ordres generades:      " Comptador-Generades.
008900     DISPLAY "Caducades:             " Comptador-Caducades.
008910     DISPLAY "Ja generades:          " Comptador-Ja-Generades.
008920     DISPLAY "Operador inactiu:      " Comptador-Inactius.
008930     DISPLAY "Pendents d'inici:      " Comptador-Pendents.
008940     DISPLAY "Fora de calendari:     " Comptador-No-Toca.
008950     EVALUATE TRUE
008960         WHEN Error-Fatal
008970             MOVE 12 TO Codi-Retorn
008980         WHEN Comptador-Inactius > 0
008990             MOVE 4 TO Codi-Retorn
009000         WHEN OTHER
009010             MOVE ZERO TO Codi-Retorn
009020     END-EVALUATE.
009030     DISPLAY "CALCORDG finalitzat.".
009040 9000-EXIT.
009050     EXIT.
