000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCORDM.
000030 AUTHOR. J. FERRAN.
000040 INSTALLATION. DEPT. FORMACIO PROFESSIONAL.
000050 DATE-WRITTEN. 25/09/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- -------------------------------------------
000120* 25/09/2026 JF    Programa original: manteniment del fitxer
000130*                  indexat d'ordres permanents (ORDFILE) que fa
000140*                  servir CALCORDG per generar el TRANFILE del
000150*                  dia. Cada ordre porta l'operacio, els operands
000160*                  o el codi de taxa, la frequencia (D diaria,
000170*                  S setmanal, M mensual, A anual), les dates
000180*                  d'inici i de fi i l'operador propietari.
000190*                  Identificacio previa d'un supervisor (SECFILE,
000200*                  mode O) i anotacio de cada canvi al diari de
000210*                  manteniment (MNTJRNL).
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT Fitxer-Ordres ASSIGN TO ORDFILE
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS Ord-Id
000310         FILE STATUS IS Fs-Ordres.
000320
000330     SELECT Fitxer-Operadors ASSIGN TO OPRFILE
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS Opr-Id
000370         FILE STATUS IS Fs-Operadors.
000380
000390     SELECT Fitxer-Seguretat ASSIGN TO SECFILE
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS Fs-Seguretat.
000420
000430     SELECT Fitxer-Diari ASSIGN TO MNTJRNL
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS Fs-Diari.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490*----------------------------------------------------------------
000500* ORDRE PERMANENT. Ord-Ult-Generacio la posa CALCORDG: data de
000510* la darrera generacio, per no generar dues vegades el mateix dia
000520*----------------------------------------------------------------
000530 FD  Fitxer-Ordres.
000540 01  Reg-Ordre.
000550     05  Ord-Id              PIC X(08).
000560     05  Ord-Dades.
000570         10  Ord-Opcio       PIC 9.
000580         10  Ord-Num1        PIC S9(7)V99
000590                              SIGN IS LEADING SEPARATE CHARACTER.
000600         10  Ord-Num2        PIC S9(7)V99
000610                              SIGN IS LEADING SEPARATE CHARACTER.
000620         10  Ord-Codi-Taxa   PIC X(04).
000630         10  Ord-Frequencia  PIC X(01).
000640             88  Ord-Diaria              VALUE "D".
000650             88  Ord-Setmanal            VALUE "S".
000660             88  Ord-Mensual             VALUE "M".
000670             88  Ord-Anual               VALUE "A".
000680             88  Ord-Frequencia-Valida   VALUE "D" "S" "M" "A".
000690         10  Ord-Data-Inici  PIC 9(08).
000700         10  Ord-Data-Fi     PIC 9(08).
000710         10  Ord-Operador    PIC X(08).
000720     05  Ord-Descripcio      PIC X(20).
000730     05  Ord-Ult-Generacio   PIC 9(08).
000740
000750 FD  Fitxer-Operadors.
000760 01  Reg-Operador.
000770     05  Opr-Id              PIC X(08).
000780     05  Opr-Nom             PIC X(20).
000790     05  Opr-Aut-Int         PIC X(01).
000800     05  Opr-Aut-Lot         PIC X(01).
000810     05  Opr-Actiu           PIC X(01).
000820         88  Opr-Es-Actiu            VALUE "S".
000830     05  Opr-Aut-Sup         PIC X(01).
000840         88  Opr-Es-Supervisor       VALUE "S".
000850     05  Opr-Limit-Import    PIC S9(7)V99
000860                              SIGN IS LEADING SEPARATE CHARACTER.
000870
000880 FD  Fitxer-Seguretat.
000890 01  Reg-Seguretat.
000900     05  Seg-Data            PIC 9(08).
000910     05  FILLER              PIC X(01).
000920     05  Seg-Hora            PIC 9(06).
000930     05  FILLER              PIC X(01).
000940     05  Seg-Operador        PIC X(08).
000950     05  FILLER              PIC X(01).
000960     05  Seg-Mode            PIC X(01).
000970     05  FILLER              PIC X(01).
000980     05  Seg-Resultat        PIC X(10).
000990
001000 FD  Fitxer-Diari.
001010 01  Reg-Diari.
001020     05  Jrn-Data            PIC 9(08).
001030     05  FILLER              PIC X(01).
001040     05  Jrn-Hora            PIC 9(06).
001050     05  FILLER              PIC X(01).
001060     05  Jrn-Operador        PIC X(08).
001070     05  FILLER              PIC X(01).
001080     05  Jrn-Programa        PIC X(08).
001090     05  FILLER              PIC X(01).
001100     05  Jrn-Accio           PIC X(01).
001110     05  FILLER              PIC X(01).
001120     05  Jrn-Clau            PIC X(12).
001130     05  FILLER              PIC X(01).
001140     05  Jrn-Abans           PIC X(50).
001150     05  FILLER              PIC X(01).
001160     05  Jrn-Despres         PIC X(50).
001170
001180 WORKING-STORAGE SECTION.
001190*----------------------------------------------------------------
001200* INDICADORS D'ESTAT DE FITXERS
001210*----------------------------------------------------------------
001220 01  Fs-Ordres           PIC X(02).
001230     88  Fs-Ordres-Ok            VALUE "00".
001240     88  Fs-Ordres-Inexistent    VALUE "35".
001250 01  Fs-Operadors        PIC X(02).
001260     88  Fs-Operadors-Ok         VALUE "00".
001270 01  Fs-Seguretat        PIC X(02).
001280     88  Fs-Seguretat-Ok         VALUE "00".
001290     88  Fs-Seg-Inexistent       VALUE "35".
001300 01  Fs-Diari            PIC X(02).
001310     88  Fs-Diari-Ok             VALUE "00".
001320     88  Fs-Diari-Inexistent     VALUE "35".
001330
001340*----------------------------------------------------------------
001350* COMPTADORS I INDICADORS DE CONTROL
001360*----------------------------------------------------------------
001370 77  Sw-Continuar    PIC X(01)   VALUE "S".
001380     88  Continuar-Si                VALUE "S".
001390     88  Continuar-No                VALUE "N".
001400 77  Sw-FiFitxer     PIC X(01)   VALUE "N".
001410     88  Fi-Fitxer                   VALUE "S".
001420 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
001430     88  Error-Fatal                 VALUE "S".
001440 77  Sw-Diari        PIC X(01)   VALUE "N".
001450     88  Diari-Obert                 VALUE "S".
001460 77  Sw-Operadors    PIC X(01)   VALUE "N".
001470     88  Operadors-Oberts            VALUE "S".
001480 77  Sw-Dades        PIC X(01)   VALUE "N".
001490     88  Dades-Valides               VALUE "S".
001500 77  Opcio           PIC 9       VALUE ZERO.
001510 77  Operador-Id     PIC X(08)   VALUE SPACES.
001520 77  Data-Sistema    PIC 9(08)   VALUE ZERO.
001530 77  Hora-Sistema    PIC 9(08)   VALUE ZERO.
001540 77  Seg-Resultat-Op PIC X(10)   VALUE SPACES.
001550 77  Accio-Diari     PIC X(01)   VALUE SPACE.
001560 77  Imatge-Abans    PIC X(50)   VALUE SPACES.
001570 77  Imatge-Despres  PIC X(50)   VALUE SPACES.
001580 77  Comptador-Llistats          PIC 9(05) COMP VALUE ZERO.
001590 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
001600
001610*----------------------------------------------------------------
001620* VALIDACIO DE DATES (AAAAMMDD)
001630*----------------------------------------------------------------
001640 01  Data-Treball        PIC 9(08) VALUE ZERO.
001650 01  Data-Treball-R REDEFINES Data-Treball.
001660     05  Dt-Any              PIC 9(04).
001670     05  Dt-Mes              PIC 9(02).
001680     05  Dt-Dia              PIC 9(02).
001690 01  Dies-Mesos.
001700     05  FILLER          PIC X(24) VALUE
001710         "312831303130313130313031".
001720 01  Taula-Dies-Mes REDEFINES Dies-Mesos.
001730     05  Dies-Mes            OCCURS 12 TIMES PIC 9(02).
001740 77  Max-Dia         PIC 9(02)   VALUE ZERO.
001750 77  Quocient        PIC 9(04)   VALUE ZERO.
001760 77  Residu-4        PIC 9(04)   VALUE ZERO.
001770 77  Residu-100      PIC 9(04)   VALUE ZERO.
001780 77  Residu-400      PIC 9(04)   VALUE ZERO.
001790 77  Sw-Data-Valida  PIC X(01)   VALUE "N".
001800     88  Data-Valida                 VALUE "S".
001810
001820*----------------------------------------------------------------
001830* NOMS DE LES OPERACIONS
001840*----------------------------------------------------------------
001850 01  Noms-Operacions.
001860     05  FILLER          PIC X(15) VALUE "SUMA".
001870     05  FILLER          PIC X(15) VALUE "RESTA".
001880     05  FILLER          PIC X(15) VALUE "MULTIPLICACIO".
001890     05  FILLER          PIC X(15) VALUE "DIVISIO".
001900     05  FILLER          PIC X(15) VALUE "?".
001910     05  FILLER          PIC X(15) VALUE "PERCENTATGE".
001920     05  FILLER          PIC X(15) VALUE "MODUL".
001930     05  FILLER          PIC X(15) VALUE "?".
001940     05  FILLER          PIC X(15) VALUE "APLICA TAXA".
001950 01  Taula-Noms-Op REDEFINES Noms-Operacions.
001960     05  Nom-Operacio    OCCURS 9 TIMES PIC X(15).
001970 77  Nom-Treball     PIC X(15)   VALUE SPACES.
001980 77  Ed-Import       PIC -(7)9.99.
001990 77  Ed-Import-2     PIC -(7)9.99.
002000
002010 PROCEDURE DIVISION.
002020*=================================================================
002030* 0000-MAINLINE
002040*=================================================================
002050 0000-MAINLINE.
002060     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
002070     IF NOT Error-Fatal
002080         PERFORM 2000-PROCES THRU 2000-EXIT
002090     END-IF.
002100     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
002110     MOVE Codi-Retorn TO RETURN-CODE.
002120     STOP RUN.
002130
002140*=================================================================
002150* 1000-INICIALITZAR - Obre el fitxer d'ordres; si encara no
002160*                     existeix, el crea buit. Despres identifica
002170*                     l'operador supervisor i obre el diari de
002180*                     manteniment
002190*=================================================================
002200 1000-INICIALITZAR.
002210     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
002220     DISPLAY "CALCORDM - Manteniment d'ordres permanents".
002230     DISPLAY "==========================================".
002240     OPEN I-O Fitxer-Ordres.
002250     IF Fs-Ordres-Inexistent
002260         OPEN OUTPUT Fitxer-Ordres
002270         CLOSE Fitxer-Ordres
002280         OPEN I-O Fitxer-Ordres
002290     END-IF.
002300     IF NOT Fs-Ordres-Ok
002310         DISPLAY "Error fatal: fitxer d'ordres no obert. "
002320             "Status: " Fs-Ordres
002330         SET Error-Fatal TO TRUE
002340         GO TO 1000-EXIT
002350     END-IF.
002360     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002370     IF Error-Fatal
002380         GO TO 1000-EXIT
002390     END-IF.
002400     OPEN EXTEND Fitxer-Diari.
002410     IF Fs-Diari-Inexistent
002420         OPEN OUTPUT Fitxer-Diari
002430     END-IF.
002440     IF NOT Fs-Diari-Ok
002450         DISPLAY "Error fatal: diari de manteniment no obert. "
002460             "Status: " Fs-Diari
002470         SET Error-Fatal TO TRUE
002480         GO TO 1000-EXIT
002490     END-IF.
002500     SET Diari-Obert TO TRUE.
002510 1000-EXIT.
002520     EXIT.
002530
002540*=================================================================
002550* 1100-SIGN-ON - Identifica l'operador: nomes un operador actiu
002560*                amb autoritzacio de supervisor pot mantenir les
002570*                ordres permanents. El mestre d'operadors queda
002580*                obert per validar l'operador propietari
002590*=================================================================
002600 1100-SIGN-ON.
002610     OPEN INPUT Fitxer-Operadors.
002620     IF NOT Fs-Operadors-Ok
002630         DISPLAY "Error fatal: fitxer mestre d'operadors no "
002640             "obert. Status: " Fs-Operadors
002650         SET Error-Fatal TO TRUE
002660         GO TO 1100-EXIT
002670     END-IF.
002680     SET Operadors-Oberts TO TRUE.
002690     DISPLAY "Introdueix el teu codi d'operador: ".
002700     ACCEPT Operador-Id.
002710     MOVE Operador-Id TO Opr-Id.
002720     MOVE "OK" TO Seg-Resultat-Op.
002730     READ Fitxer-Operadors
002740         INVALID KEY
002750             DISPLAY "Operador desconegut o inactiu."
002760             MOVE "DESCONEGUT" TO Seg-Resultat-Op
002770             SET Error-Fatal TO TRUE
002780             GO TO 1100-ANOTAR
002790     END-READ.
002800     IF NOT Opr-Es-Actiu
002810         DISPLAY "Operador desconegut o inactiu."
002820         MOVE "INACTIU" TO Seg-Resultat-Op
002830         SET Error-Fatal TO TRUE
002840         GO TO 1100-ANOTAR
002850     END-IF.
002860     IF NOT Opr-Es-Supervisor
002870         DISPLAY "Operador sense autoritzacio de supervisor."
002880         MOVE "NOSUPERV" TO Seg-Resultat-Op
002890         SET Error-Fatal TO TRUE
002900     END-IF.
002910 1100-ANOTAR.
002920     PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT.
002930 1100-EXIT.
002940     EXIT.
002950
002960*=================================================================
002970* 2000-PROCES - Bucle principal del menu
002980*=================================================================
002990 2000-PROCES.
003000     PERFORM 2100-RONDA-MENU THRU 2100-EXIT
003010         UNTIL Continuar-No OR Error-Fatal.
003020 2000-EXIT.
003030     EXIT.
003040
003050 2100-RONDA-MENU.
003060     DISPLAY " ".
003070     DISPLAY "Opcions:".
003080     DISPLAY "1. Alta d'una ordre permanent".
003090     DISPLAY "2. Modificacio d'una ordre permanent".
003100     DISPLAY "3. Baixa d'una ordre permanent".
003110     DISPLAY "4. Llista d'ordres permanents".
003120     DISPLAY "5. Sortir".
003130     ACCEPT Opcio.
003140     EVALUATE Opcio
003150         WHEN 1
003160             PERFORM 3000-ALTA THRU 3000-EXIT
003170         WHEN 2
003180             PERFORM 3100-MODIFICACIO THRU 3100-EXIT
003190         WHEN 3
003200             PERFORM 3200-BAIXA THRU 3200-EXIT
003210         WHEN 4
003220             PERFORM 3300-LLISTA THRU 3300-EXIT
003230         WHEN 5
003240             SET Continuar-No TO TRUE
003250         WHEN OTHER
003260             DISPLAY "Opcio no valida."
003270     END-EVALUATE.
003280 2100-EXIT.
003290     EXIT.
003300
003310*=================================================================
003320* 3000-ALTA - Dona d'alta una ordre nova (encara no generada)
003330*=================================================================
003340 3000-ALTA.
003350     MOVE SPACES TO Reg-Ordre.
003360     DISPLAY "Codi de l'ordre (8 caracters): ".
003370     ACCEPT Ord-Id.
003380     IF Ord-Id = SPACES
003390         DISPLAY "Codi d'ordre obligatori."
003400         GO TO 3000-EXIT
003410     END-IF.
003420     PERFORM 3500-DEMANAR-DADES THRU 3500-EXIT.
003430     IF NOT Dades-Valides
003440         GO TO 3000-EXIT
003450     END-IF.
003460     MOVE ZERO TO Ord-Ult-Generacio.
003470     WRITE Reg-Ordre
003480         INVALID KEY
003490             DISPLAY "L'ordre " Ord-Id " ja existeix."
003500             GO TO 3000-EXIT
003510         NOT INVALID KEY
003520             DISPLAY "Ordre " Ord-Id " donada d'alta."
003530     END-WRITE.
003540     MOVE "A"        TO Accio-Diari.
003550     MOVE SPACES     TO Imatge-Abans.
003560     MOVE Ord-Dades  TO Imatge-Despres.
003570     PERFORM 5600-ESCRIURE-DIARI THRU 5600-EXIT.
003580 3000-EXIT.
003590     EXIT.
003600
003610*=================================================================
003620* 3100-MODIFICACIO - Modifica les dades d'una ordre; la data de
003630*                    la darrera generacio es conserva
003640*=================================================================
003650 3100-MODIFICACIO.
003660     DISPLAY "Codi de l'ordre: ".
003670     ACCEPT Ord-Id.
003680     READ Fitxer-Ordres
003690         INVALID KEY
003700             DISPLAY "L'ordre " Ord-Id " no existeix."
003710             GO TO 3100-EXIT
003720     END-READ.
003730     PERFORM 3400-MOSTRAR-ORDRE THRU 3400-EXIT.
003740     MOVE Ord-Dades TO Imatge-Abans.
003750     PERFORM 3500-DEMANAR-DADES THRU 3500-EXIT.
003760     IF NOT Dades-Valides
003770         GO TO 3100-EXIT
003780     END-IF.
003790     REWRITE Reg-Ordre
003800         INVALID KEY
003810             DISPLAY "Error en reescriure l'ordre " Ord-Id "."
003820             GO TO 3100-EXIT
003830         NOT INVALID KEY
003840             DISPLAY "Ordre " Ord-Id " modificada."
003850     END-REWRITE.
003860     MOVE "M"        TO Accio-Diari.
003870     MOVE Ord-Dades  TO Imatge-Despres.
003880     PERFORM 5600-ESCRIURE-DIARI THRU 5600-EXIT.
003890 3100-EXIT.
003900     EXIT.
003910
003920*=================================================================
003930* 3200-BAIXA - Dona de baixa una ordre permanent
003940*=================================================================
003950 3200-BAIXA.
003960     DISPLAY "Codi de l'ordre: ".
003970     ACCEPT Ord-Id.
003980     READ Fitxer-Ordres
003990         INVALID KEY
004000             DISPLAY "L'ordre " Ord-Id " no existeix."
004010             GO TO 3200-EXIT
004020     END-READ.
004030     PERFORM 3400-MOSTRAR-ORDRE THRU 3400-EXIT.
004040     MOVE Ord-Dades TO Imatge-Abans.
004050     DELETE Fitxer-Ordres
004060         INVALID KEY
004070             DISPLAY "L'ordre " Ord-Id " no existeix."
004080             GO TO 3200-EXIT
004090         NOT INVALID KEY
004100             DISPLAY "Ordre " Ord-Id " donada de baixa."
004110     END-DELETE.
004120     MOVE "B"        TO Accio-Diari.
004130     MOVE SPACES     TO Imatge-Despres.
004140     PERFORM 5600-ESCRIURE-DIARI THRU 5600-EXIT.
004150 3200-EXIT.
004160     EXIT.
004170
004180*=================================================================
004190* 3300-LLISTA - Llista totes les ordres per ordre de codi
004200*=================================================================
004210 3300-LLISTA.
004220     MOVE ZERO TO Comptador-Llistats.
004230     MOVE "N" TO Sw-FiFitxer.
004240     MOVE LOW-VALUES TO Ord-Id.
004250     START Fitxer-Ordres KEY IS GREATER THAN Ord-Id
004260         INVALID KEY
004270             SET Fi-Fitxer TO TRUE
004280     END-START.
004290     DISPLAY "ORDRE    OPERACIO               NUM1        NUM2 "
004300         "TAXA F INICI    FI       OPERADOR ULTIMA".
004310     PERFORM 3350-LLISTAR-ORDRE THRU 3350-EXIT
004320         UNTIL Fi-Fitxer.
004330     DISPLAY "Ordres llistades: " Comptador-Llistats.
004340 3300-EXIT.
004350     EXIT.
004360
004370 3350-LLISTAR-ORDRE.
004380     READ Fitxer-Ordres NEXT RECORD
004390         AT END
004400             SET Fi-Fitxer TO TRUE
004410             GO TO 3350-EXIT
004420     END-READ.
004430     PERFORM 3460-NOM-OPERACIO THRU 3460-EXIT.
004440     MOVE Ord-Num1 TO Ed-Import.
004450     MOVE Ord-Num2 TO Ed-Import-2.
004460     DISPLAY Ord-Id " " Nom-Treball " " Ed-Import " " Ed-Import-2
004470         " " Ord-Codi-Taxa " " Ord-Frequencia " " Ord-Data-Inici
004480         " " Ord-Data-Fi " " Ord-Operador " " Ord-Ult-Generacio.
004490     ADD 1 TO Comptador-Llistats.
004500 3350-EXIT.
004510     EXIT.
004520
004530*=================================================================
004540* 3400-MOSTRAR-ORDRE - Mostra l'ordre llegida
004550*=================================================================
004560 3400-MOSTRAR-ORDRE.
004570     PERFORM 3460-NOM-OPERACIO THRU 3460-EXIT.
004580     MOVE Ord-Num1 TO Ed-Import.
004590     MOVE Ord-Num2 TO Ed-Import-2.
004600     DISPLAY "Valors actuals:".
004610     DISPLAY "  Operacio:       " Ord-Opcio " " Nom-Treball.
004620     DISPLAY "  Num1 / Num2:    " Ed-Import " / " Ed-Import-2.
004630     DISPLAY "  Codi de taxa:   " Ord-Codi-Taxa.
004640     DISPLAY "  Frequencia:     " Ord-Frequencia.
004650     DISPLAY "  Vigencia:       " Ord-Data-Inici " - "
004655         Ord-Data-Fi.
004660     DISPLAY "  Propietari:     " Ord-Operador.
004670     DISPLAY "  Descripcio:     " Ord-Descripcio.
004680     DISPLAY "  Darrera gener.: " Ord-Ult-Generacio.
004690 3400-EXIT.
004700     EXIT.
004710
004720*=================================================================
004730* 3460-NOM-OPERACIO - Nom de l'operacio de l'ordre
004740*=================================================================
004750 3460-NOM-OPERACIO.
004760     IF Ord-Opcio >= 1 AND Ord-Opcio <= 9
004770         MOVE Nom-Operacio (Ord-Opcio) TO Nom-Treball
004780     ELSE
004790         MOVE "?" TO Nom-Treball
004800     END-IF.
004810 3460-EXIT.
004820     EXIT.
004830
004840*=================================================================
004850* 3500-DEMANAR-DADES - Demana i valida les dades de l'ordre. La
004860*                      taxa (operacio 9) porta Num1 i el codi; les
004870*                      altres operacions porten Num1 i Num2. Les
004880*                      operacions 5 i 8 no existeixen i la divisio
004890*                      i el modul no admeten Num2 zero
004900*=================================================================
004910 3500-DEMANAR-DADES.
004920     MOVE "N" TO Sw-Dades.
004930     DISPLAY "Operacio (1-4, 6, 7, 9): ".
004940     ACCEPT Ord-Opcio.
004950     IF Ord-Opcio = ZERO OR Ord-Opcio = 5 OR Ord-Opcio = 8
004960         DISPLAY "Operacio no valida."
004970         GO TO 3500-EXIT
004980     END-IF.
004990     DISPLAY "Num1: ".
005000     ACCEPT Ord-Num1.
005010     IF Ord-Opcio = 9
005020         MOVE ZERO TO Ord-Num2
005030         DISPLAY "Codi de taxa: "
005040         ACCEPT Ord-Codi-Taxa
005050         IF Ord-Codi-Taxa = SPACES
005060             DISPLAY "Codi de taxa obligatori."
005070             GO TO 3500-EXIT
005080         END-IF
005090     ELSE
005100         MOVE SPACES TO Ord-Codi-Taxa
005110         DISPLAY "Num2: "
005120         ACCEPT Ord-Num2
005130         IF (Ord-Opcio = 4 OR Ord-Opcio = 7) AND Ord-Num2 = ZERO
005140             DISPLAY "Num2 no pot ser zero en aquesta operacio."
005150             GO TO 3500-EXIT
005160         END-IF
005170     END-IF.
005180     DISPLAY "Frequencia (D diaria, S setmanal, M mensual, "
005190         "A anual): ".
005200     ACCEPT Ord-Frequencia.
005210     IF NOT Ord-Frequencia-Valida
005220         DISPLAY "Frequencia no valida."
005230         GO TO 3500-EXIT
005240     END-IF.
005250     DISPLAY "Data d'inici (AAAAMMDD): ".
005260     ACCEPT Ord-Data-Inici.
005270     MOVE Ord-Data-Inici TO Data-Treball.
005280     PERFORM 4000-VALIDAR-DATA THRU 4000-EXIT.
005290     IF NOT Data-Valida
005300         DISPLAY "Data d'inici no valida."
005310         GO TO 3500-EXIT
005320     END-IF.
005330     DISPLAY "Data de fi (AAAAMMDD, 0 = sense fi): ".
005340     ACCEPT Ord-Data-Fi.
005350     IF Ord-Data-Fi NOT = ZERO
005360         MOVE Ord-Data-Fi TO Data-Treball
005370         PERFORM 4000-VALIDAR-DATA THRU 4000-EXIT
005380         IF NOT Data-Valida OR Ord-Data-Fi < Ord-Data-Inici
005390             DISPLAY "Data de fi no valida."
005400             GO TO 3500-EXIT
005410         END-IF
005420     END-IF.
005430     DISPLAY "Operador propietari: ".
005440     ACCEPT Ord-Operador.
005450     MOVE Ord-Operador TO Opr-Id.
005460     READ Fitxer-Operadors
005470         INVALID KEY
005480             DISPLAY "Operador propietari desconegut."
005490             GO TO 3500-EXIT
005500     END-READ.
005510     IF NOT Opr-Es-Actiu
005520         DISPLAY "Operador propietari inactiu."
005530         GO TO 3500-EXIT
005540     END-IF.
005550     DISPLAY "Descripcio: ".
005560     ACCEPT Ord-Descripcio.
005570     SET Dades-Valides TO TRUE.
005580 3500-EXIT.
005590     EXIT.
005600
005610*=================================================================
005620* 4000-VALIDAR-DATA - Comprova que Data-Treball es una data
005630*                     natural valida (AAAAMMDD)
005640*=================================================================
005650 4000-VALIDAR-DATA.
005660     MOVE "N" TO Sw-Data-Valida.
005670     IF Data-Treball NOT NUMERIC
005680         GO TO 4000-EXIT
005690     END-IF.
005700     IF Dt-Any < 1900 OR Dt-Mes < 1 OR Dt-Mes > 12
005710         GO TO 4000-EXIT
005720     END-IF.
005730     PERFORM 4200-DIES-DEL-MES THRU 4200-EXIT.
005740     IF Dt-Dia < 1 OR Dt-Dia > Max-Dia
005750         GO TO 4000-EXIT
005760     END-IF.
005770     SET Data-Valida TO TRUE.
005780 4000-EXIT.
005790     EXIT.
005800
005810*=================================================================
005820* 4200-DIES-DEL-MES - Dies del mes de Data-Treball, amb el febrer
005830*                     de 29 dies als anys de traspas
005840*=================================================================
005850 4200-DIES-DEL-MES.
005860     MOVE Dies-Mes (Dt-Mes) TO Max-Dia.
005870     IF Dt-Mes NOT = 2
005880         GO TO 4200-EXIT
005890     END-IF.
005900     DIVIDE Dt-Any BY 4   GIVING Quocient REMAINDER Residu-4.
005910     DIVIDE Dt-Any BY 100 GIVING Quocient REMAINDER Residu-100.
005920     DIVIDE Dt-Any BY 400 GIVING Quocient REMAINDER Residu-400.
005930     IF Residu-400 = ZERO
005940     OR (Residu-4 = ZERO AND Residu-100 NOT = ZERO)
005950         MOVE 29 TO Max-Dia
005960     END-IF.
005970 4200-EXIT.
005980     EXIT.
005990
006000*=================================================================
006010* 5400-ESCRIURE-SEGURETAT - Anota al registre de seguretat
006020*                           l'intent d'identificacio (mode O de
006030*                           manteniment d'ordres permanents)
006040*=================================================================
006050 5400-ESCRIURE-SEGURETAT.
006060     OPEN EXTEND Fitxer-Seguretat.
006070     IF Fs-Seg-Inexistent
006080         OPEN OUTPUT Fitxer-Seguretat
006090     END-IF.
006100     IF NOT Fs-Seguretat-Ok
006110         DISPLAY "Avis: registre de seguretat no disponible. "
006120             "Status: " Fs-Seguretat
006130         GO TO 5400-EXIT
006140     END-IF.
006150     ACCEPT Hora-Sistema FROM TIME.
006160     MOVE SPACES             TO Reg-Seguretat.
006170     MOVE Data-Sistema       TO Seg-Data.
006180     MOVE Hora-Sistema (1:6) TO Seg-Hora.
006190     MOVE Operador-Id        TO Seg-Operador.
006200     MOVE "O"                TO Seg-Mode.
006210     MOVE Seg-Resultat-Op    TO Seg-Resultat.
006220     WRITE Reg-Seguretat.
006230     IF NOT Fs-Seguretat-Ok
006240         DISPLAY "Avis: escriptura fallida (seguretat). "
006250             "Status: " Fs-Seguretat
006260     END-IF.
006270     CLOSE Fitxer-Seguretat.
006280 5400-EXIT.
006290     EXIT.
006300
006310*=================================================================
006320* 5600-ESCRIURE-DIARI - Anota el canvi al diari de manteniment
006330*                       (A = alta, M = modificacio, B = baixa)
006340*                       amb les imatges abans i despres de les
006350*                       dades de l'ordre. Si no es pot anotar, la
006360*                       sessio s'atura
006370*=================================================================
006380 5600-ESCRIURE-DIARI.
006390     ACCEPT Hora-Sistema FROM TIME.
006400     MOVE SPACES             TO Reg-Diari.
006410     MOVE Data-Sistema       TO Jrn-Data.
006420     MOVE Hora-Sistema (1:6) TO Jrn-Hora.
006430     MOVE Operador-Id        TO Jrn-Operador.
006440     MOVE "CALCORDM"         TO Jrn-Programa.
006450     MOVE Accio-Diari        TO Jrn-Accio.
006460     MOVE Ord-Id             TO Jrn-Clau.
006470     MOVE Imatge-Abans       TO Jrn-Abans.
006480     MOVE Imatge-Despres     TO Jrn-Despres.
006490     WRITE Reg-Diari.
006500     IF NOT Fs-Diari-Ok
006510         DISPLAY "Error fatal: escriptura fallida (diari). "
006520             "Status: " Fs-Diari
006530         SET Error-Fatal TO TRUE
006540     END-IF.
006550 5600-EXIT.
006560     EXIT.
006570
006580*=================================================================
006590* 9000-FINALITZAR - Tanca el fitxer d'ordres, el mestre
006600*                   d'operadors i el diari
006610*=================================================================
006620 9000-FINALITZAR.
006630     CLOSE Fitxer-Ordres.
006640     IF Operadors-Oberts
006650         CLOSE Fitxer-Operadors
006660     END-IF.
006670     IF Diari-Obert
006680         CLOSE Fitxer-Diari
006690     END-IF.
006700     IF Error-Fatal
006710         MOVE 12 TO Codi-Retorn
006720     ELSE
006730         MOVE ZERO TO Codi-Retorn
006740     END-IF.
006750     DISPLAY "CALCORDM finalitzat.".
006760 9000-EXIT.
006770     EXIT.
