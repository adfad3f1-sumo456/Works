000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCDIA.
000030 AUTHOR. J. FERRAN.
000040 INSTALLATION. DEPT. FORMACIO PROFESSIONAL.
000050 DATE-WRITTEN. 14/09/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- -------------------------------------------
000120* 14/09/2026 JF    Programa original: control de la data de
000130*                  negoci (BUSDATE). Un supervisor obre el dia,
000140*                  el tanca i el passa al dia seguent. La
000150*                  calculadora, CALCEDIT, CALCFIX, CALCAPRV,
000160*                  CALCREPT i CALCEXTR prenen la data d'aquest
000170*                  registre en lloc del rellotge, i la
000180*                  calculadora i CALCAPRV no treballen amb el
000190*                  dia tancat. Cada canvi d'estat s'anota al
000200*                  registre de seguretat amb mode D.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT Fitxer-Data-Negoci ASSIGN TO BUSDATE
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS Fs-Data-Negoci.
000290
000300     SELECT Fitxer-Operadors ASSIGN TO OPRFILE
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS Opr-Id
000340         FILE STATUS IS Fs-Operadors.
000350
000360     SELECT Fitxer-Seguretat ASSIGN TO SECFILE
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS Fs-Seguretat.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  Fitxer-Data-Negoci.
000430 01  Reg-Data-Negoci.
000440     05  Dng-Data            PIC 9(08).
000450     05  FILLER              PIC X(01).
000460     05  Dng-Estat           PIC X(01).
000470         88  Dng-Dia-Obert           VALUE "O".
000480         88  Dng-Dia-Tancat          VALUE "T".
000490     05  FILLER              PIC X(01).
000500     05  Dng-Data-Canvi      PIC 9(08).
000510     05  FILLER              PIC X(01).
000520     05  Dng-Hora-Canvi      PIC 9(06).
000530     05  FILLER              PIC X(01).
000540     05  Dng-Operador        PIC X(08).
000550
000560 FD  Fitxer-Operadors.
000570 01  Reg-Operador.
000580     05  Opr-Id              PIC X(08).
000590     05  Opr-Nom             PIC X(20).
000600     05  Opr-Aut-Int         PIC X(01).
000610     05  Opr-Aut-Lot         PIC X(01).
000620     05  Opr-Actiu           PIC X(01).
000630         88  Opr-Es-Actiu            VALUE "S".
000640     05  Opr-Aut-Sup         PIC X(01).
000650         88  Opr-Es-Supervisor       VALUE "S".
000660     05  Opr-Limit-Import    PIC S9(7)V99
000670                              SIGN IS LEADING SEPARATE CHARACTER.
000680
000690 FD  Fitxer-Seguretat.
000700 01  Reg-Seguretat.
000710     05  Seg-Data            PIC 9(08).
000720     05  FILLER              PIC X(01).
000730     05  Seg-Hora            PIC 9(06).
000740     05  FILLER              PIC X(01).
000750     05  Seg-Operador        PIC X(08).
000760     05  FILLER              PIC X(01).
000770     05  Seg-Mode            PIC X(01).
000780     05  FILLER              PIC X(01).
000790     05  Seg-Resultat        PIC X(10).
000800
000810 WORKING-STORAGE SECTION.
000820*----------------------------------------------------------------
000830* INDICADORS D'ESTAT DE FITXERS
000840*----------------------------------------------------------------
000850 01  Fs-Data-Negoci      PIC X(02).
000860     88  Fs-Data-Negoci-Ok       VALUE "00".
000870 01  Fs-Operadors        PIC X(02).
000880     88  Fs-Operadors-Ok         VALUE "00".
000890 01  Fs-Seguretat        PIC X(02).
000900     88  Fs-Seguretat-Ok         VALUE "00".
000910     88  Fs-Seg-Inexistent       VALUE "35".
000920
000930*----------------------------------------------------------------
000940* CONTROL DE LA DATA DE NEGOCI I CALCUL DEL DIA SEGUENT
000950*----------------------------------------------------------------
000960 01  Data-Treball        PIC 9(08) VALUE ZERO.
000970 01  Data-Treball-R REDEFINES Data-Treball.
000980     05  Dt-Any              PIC 9(04).
000990     05  Dt-Mes              PIC 9(02).
001000     05  Dt-Dia              PIC 9(02).
001010 01  Dies-Mesos.
001020     05  FILLER              PIC X(24)
001030                              VALUE "312831303130313130313031".
001040 01  Taula-Dies-Mes REDEFINES Dies-Mesos.
001050     05  Dies-Mes            OCCURS 12 TIMES PIC 9(02).
001060 01  Data-Negoci-Actual  PIC 9(08) VALUE ZERO.
001070 01  Estat-Negoci-Actual PIC X(01) VALUE SPACE.
001080     88  Dia-Obert                   VALUE "O".
001090     88  Dia-Tancat                  VALUE "T".
001100
001110*----------------------------------------------------------------
001120* COMPTADORS I INDICADORS DE CONTROL
001130*----------------------------------------------------------------
001140 77  Sw-Continuar    PIC X(01)   VALUE "S".
001150     88  Continuar-Si                VALUE "S".
001160     88  Continuar-No                VALUE "N".
001170 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
001180     88  Error-Fatal                 VALUE "S".
001190 77  Sw-Control      PIC X(01)   VALUE "N".
001200     88  Control-Existent            VALUE "S".
001210 77  Sw-Data-Valida  PIC X(01)   VALUE "N".
001220     88  Data-Valida                 VALUE "S".
001230 77  Resp-Confirmar  PIC X(01)   VALUE SPACE.
001240     88  Confirmar-Si                VALUE "S" "s".
001250 77  Opcio           PIC 9       VALUE ZERO.
001260 77  Operador-Id     PIC X(08)   VALUE SPACES.
001270 77  Data-Sistema    PIC 9(08)   VALUE ZERO.
001280 77  Hora-Sistema    PIC 9(08)   VALUE ZERO.
001290 77  Seg-Resultat-Op PIC X(10)   VALUE SPACES.
001300 77  Max-Dia         PIC 9(02)   VALUE ZERO.
001310 77  Quocient        PIC 9(04)   VALUE ZERO.
001320 77  Residu-4        PIC 9(04)   VALUE ZERO.
001330 77  Residu-100      PIC 9(04)   VALUE ZERO.
001340 77  Residu-400      PIC 9(04)   VALUE ZERO.
001350 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
001360
001370 PROCEDURE DIVISION.
001380*=================================================================
001390* 0000-MAINLINE
001400*=================================================================
001410 0000-MAINLINE.
001420     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
001430     IF NOT Error-Fatal
001440         PERFORM 2000-PROCES THRU 2000-EXIT
001450     END-IF.
001460     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
001470     MOVE Codi-Retorn TO RETURN-CODE.
001480     STOP RUN.
001490
001500*=================================================================
001510* 1000-INICIALITZAR - Identifica el supervisor i llegeix l'estat
001520*                     actual de la data de negoci
001530*=================================================================
001540 1000-INICIALITZAR.
001550     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
001560     DISPLAY "CALCDIA - Control de la data de negoci".
001570     DISPLAY "======================================".
001580     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001590     IF Error-Fatal
001600         GO TO 1000-EXIT
001610     END-IF.
001620     PERFORM 1400-LLEGIR-DATA-NEGOCI THRU 1400-EXIT.
001630 1000-EXIT.
001640     EXIT.
001650
001660*=================================================================
001670* 1100-SIGN-ON - Identifica l'operador: nomes un operador actiu
001680*                amb autoritzacio de supervisor pot obrir,
001690*                tancar o passar el dia
001700*=================================================================
001710 1100-SIGN-ON.
001720     OPEN INPUT Fitxer-Operadors.
001730     IF NOT Fs-Operadors-Ok
001740         DISPLAY "Error fatal: fitxer mestre d'operadors no "
001750             "obert. Status: " Fs-Operadors
001760         SET Error-Fatal TO TRUE
001770         GO TO 1100-EXIT
001780     END-IF.
001790     DISPLAY "Introdueix el teu codi d'operador: ".
001800     ACCEPT Operador-Id.
001810     MOVE Operador-Id TO Opr-Id.
001820     MOVE "OK" TO Seg-Resultat-Op.
001830     READ Fitxer-Operadors
001840         INVALID KEY
001850             DISPLAY "Operador desconegut o inactiu."
001860             MOVE "DESCONEGUT" TO Seg-Resultat-Op
001870             SET Error-Fatal TO TRUE
001880             GO TO 1100-ANOTAR
001890     END-READ.
001900     IF NOT Opr-Es-Actiu
001910         DISPLAY "Operador desconegut o inactiu."
001920         MOVE "INACTIU" TO Seg-Resultat-Op
001930         SET Error-Fatal TO TRUE
001940         GO TO 1100-ANOTAR
001950     END-IF.
001960     IF NOT Opr-Es-Supervisor
001970         DISPLAY "Operador sense autoritzacio de supervisor."
001980         MOVE "NOSUPERV" TO Seg-Resultat-Op
001990         SET Error-Fatal TO TRUE
002000     END-IF.
002010 1100-ANOTAR.
002020     PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT.
002030     CLOSE Fitxer-Operadors.
002040 1100-EXIT.
002050     EXIT.
002060
002070*=================================================================
002080* 1400-LLEGIR-DATA-NEGOCI - Llegeix el registre de control; si
002090*                           encara no existeix, el dia s'ha
002100*                           d'obrir per primer cop
002110*=================================================================
002120 1400-LLEGIR-DATA-NEGOCI.
002130     MOVE "N" TO Sw-Control.
002140     OPEN INPUT Fitxer-Data-Negoci.
002150     IF NOT Fs-Data-Negoci-Ok
002160         GO TO 1400-EXIT
002170     END-IF.
002180     READ Fitxer-Data-Negoci
002190         AT END
002200             CONTINUE
002210         NOT AT END
002220             SET Control-Existent TO TRUE
002230             MOVE Dng-Data  TO Data-Negoci-Actual
002240             MOVE Dng-Estat TO Estat-Negoci-Actual
002250     END-READ.
002260     CLOSE Fitxer-Data-Negoci.
002270 1400-EXIT.
002280     EXIT.
002290
002300*=================================================================
002310* 2000-PROCES - Bucle principal del menu
002320*=================================================================
002330 2000-PROCES.
002340     PERFORM 2100-RONDA-MENU THRU 2100-EXIT
002350         UNTIL Continuar-No OR Error-Fatal.
002360 2000-EXIT.
002370     EXIT.
002380
002390 2100-RONDA-MENU.
002400     DISPLAY " ".
002410     PERFORM 3400-MOSTRAR-ESTAT THRU 3400-EXIT.
002420     DISPLAY "Opcions:".
002430     DISPLAY "1. Obrir el dia".
002440     DISPLAY "2. Tancar el dia".
002450     DISPLAY "3. Passar al dia seguent".
002460     DISPLAY "4. Sortir".
002470     ACCEPT Opcio.
002480     EVALUATE Opcio
002490         WHEN 1
002500             PERFORM 3000-OBRIR-DIA THRU 3000-EXIT
002510         WHEN 2
002520             PERFORM 3100-TANCAR-DIA THRU 3100-EXIT
002530         WHEN 3
002540             PERFORM 3200-PASSAR-DIA THRU 3200-EXIT
002550         WHEN 4
002560             SET Continuar-No TO TRUE
002570         WHEN OTHER
002580             DISPLAY "Opcio no valida."
002590     END-EVALUATE.
002600 2100-EXIT.
002610     EXIT.
002620
002630*=================================================================
002640* 3000-OBRIR-DIA - Primera obertura (es demana la data) o
002650*                  reobertura confirmada d'un dia ja tancat
002660*=================================================================
002670 3000-OBRIR-DIA.
002680     IF NOT Control-Existent
002690         DISPLAY "Data de negoci inicial (AAAAMMDD): "
002700         ACCEPT Data-Treball
002710         PERFORM 4000-VALIDAR-DATA THRU 4000-EXIT
002720         IF NOT Data-Valida
002730             DISPLAY "Data no valida."
002740             GO TO 3000-EXIT
002750         END-IF
002760         MOVE Data-Treball TO Data-Negoci-Actual
002770         MOVE "OBRIR" TO Seg-Resultat-Op
002780         GO TO 3000-GRAVAR
002790     END-IF.
002800     IF Dia-Obert
002810         DISPLAY "El dia " Data-Negoci-Actual " ja esta obert."
002820         GO TO 3000-EXIT
002830     END-IF.
002840     DISPLAY "El dia " Data-Negoci-Actual " ja s'ha tancat; "
002850         "reobrir-lo? (S/N): ".
002860     ACCEPT Resp-Confirmar.
002870     IF NOT Confirmar-Si
002880         DISPLAY "El dia continua tancat."
002890         GO TO 3000-EXIT
002900     END-IF.
002910     MOVE "REOBRIR" TO Seg-Resultat-Op.
002920 3000-GRAVAR.
002930     SET Dia-Obert TO TRUE.
002940     PERFORM 5000-ESCRIURE-CONTROL THRU 5000-EXIT.
002950     IF NOT Error-Fatal
002960         DISPLAY "Dia " Data-Negoci-Actual " obert."
002970     END-IF.
002980 3000-EXIT.
002990     EXIT.
003000
003010*=================================================================
003020* 3100-TANCAR-DIA - Tanca el dia obert; a partir d'aqui ja es
003030*                   poden treure l'informe i l'extracte del dia
003040*=================================================================
003050 3100-TANCAR-DIA.
003060     IF NOT Control-Existent
003070         DISPLAY "Encara no hi ha cap dia obert."
003080         GO TO 3100-EXIT
003090     END-IF.
003100     IF Dia-Tancat
003110         DISPLAY "El dia " Data-Negoci-Actual " ja esta tancat."
003120         GO TO 3100-EXIT
003130     END-IF.
003140     SET Dia-Tancat TO TRUE.
003150     MOVE "TANCAR" TO Seg-Resultat-Op.
003160     PERFORM 5000-ESCRIURE-CONTROL THRU 5000-EXIT.
003170     IF NOT Error-Fatal
003180         DISPLAY "Dia " Data-Negoci-Actual " tancat."
003190     END-IF.
003200 3100-EXIT.
003210     EXIT.
003220
003230*=================================================================
003240* 3200-PASSAR-DIA - Passa un dia tancat al dia natural seguent
003250*                   i l'obre
003260*=================================================================
003270 3200-PASSAR-DIA.
003280     IF NOT Control-Existent
003290         DISPLAY "Encara no hi ha cap dia obert."
003300         GO TO 3200-EXIT
003310     END-IF.
003320     IF NOT Dia-Tancat
003330         DISPLAY "Cal tancar el dia " Data-Negoci-Actual
003340             " abans de passar al seguent."
003350         GO TO 3200-EXIT
003360     END-IF.
003370     MOVE Data-Negoci-Actual TO Data-Treball.
003380     PERFORM 4100-DIA-SEGUENT THRU 4100-EXIT.
003390     MOVE Data-Treball TO Data-Negoci-Actual.
003400     SET Dia-Obert TO TRUE.
003410     MOVE "PASSAR" TO Seg-Resultat-Op.
003420     PERFORM 5000-ESCRIURE-CONTROL THRU 5000-EXIT.
003430     IF NOT Error-Fatal
003440         DISPLAY "Dia " Data-Negoci-Actual " obert."
003450     END-IF.
003460 3200-EXIT.
003470     EXIT.
003480
003490*=================================================================
003500* 3400-MOSTRAR-ESTAT - Mostra la data de negoci i el seu estat
003510*=================================================================
003520 3400-MOSTRAR-ESTAT.
003530     IF NOT Control-Existent
003540         DISPLAY "Data de negoci: (cap; cal obrir el primer dia)"
003550         GO TO 3400-EXIT
003560     END-IF.
003570     IF Dia-Obert
003580         DISPLAY "Data de negoci: " Data-Negoci-Actual " (OBERT)"
003590     ELSE
003600         DISPLAY "Data de negoci: " Data-Negoci-Actual " (TANCAT)"
003610     END-IF.
003620 3400-EXIT.
003630     EXIT.
003640
003650*=================================================================
003660* 4000-VALIDAR-DATA - Comprova que Data-Treball es una data
003670*                     natural valida (AAAAMMDD)
003680*=================================================================
003690 4000-VALIDAR-DATA.
003700     MOVE "N" TO Sw-Data-Valida.
003710     IF Data-Treball NOT NUMERIC
003720         GO TO 4000-EXIT
003730     END-IF.
003740     IF Dt-Any < 1900 OR Dt-Mes < 1 OR Dt-Mes > 12
003750         GO TO 4000-EXIT
003760     END-IF.
003770     PERFORM 4200-DIES-DEL-MES THRU 4200-EXIT.
003780     IF Dt-Dia < 1 OR Dt-Dia > Max-Dia
003790         GO TO 4000-EXIT
003800     END-IF.
003810     SET Data-Valida TO TRUE.
003820 4000-EXIT.
003830     EXIT.
003840
003850*=================================================================
003860* 4100-DIA-SEGUENT - Avanca Data-Treball un dia natural
003870*=================================================================
003880 4100-DIA-SEGUENT.
003890     PERFORM 4200-DIES-DEL-MES THRU 4200-EXIT.
003900     IF Dt-Dia < Max-Dia
003910         ADD 1 TO Dt-Dia
003920         GO TO 4100-EXIT
003930     END-IF.
003940     MOVE 1 TO Dt-Dia.
003950     IF Dt-Mes < 12
003960         ADD 1 TO Dt-Mes
003970     ELSE
003980         MOVE 1 TO Dt-Mes
003990         ADD 1 TO Dt-Any
004000     END-IF.
004010 4100-EXIT.
004020     EXIT.
004030
004040*=================================================================
004050* 4200-DIES-DEL-MES - Dies del mes de Data-Treball, amb el febrer
004060*                     de 29 dies als anys de traspas
004070*=================================================================
004080 4200-DIES-DEL-MES.
004090     MOVE Dies-Mes (Dt-Mes) TO Max-Dia.
004100     IF Dt-Mes NOT = 2
004110         GO TO 4200-EXIT
004120     END-IF.
004130     DIVIDE Dt-Any BY 4   GIVING Quocient REMAINDER Residu-4.
004140     DIVIDE Dt-Any BY 100 GIVING Quocient REMAINDER Residu-100.
004150     DIVIDE Dt-Any BY 400 GIVING Quocient REMAINDER Residu-400.
004160     IF Residu-400 = ZERO
004170     OR (Residu-4 = ZERO AND Residu-100 NOT = ZERO)
004180         MOVE 29 TO Max-Dia
004190     END-IF.
004200 4200-EXIT.
004210     EXIT.
004220
004230*=================================================================
004240* 5000-ESCRIURE-CONTROL - Regrava el registre de control amb la
004250*                         data i l'estat nous i ho anota al
004260*                         registre de seguretat
004270*=================================================================
004280 5000-ESCRIURE-CONTROL.
004290     OPEN OUTPUT Fitxer-Data-Negoci.
004300     IF NOT Fs-Data-Negoci-Ok
004310         DISPLAY "Error fatal: control de data de negoci no "
004320             "obert. Status: " Fs-Data-Negoci
004330         SET Error-Fatal TO TRUE
004340         GO TO 5000-EXIT
004350     END-IF.
004360     ACCEPT Hora-Sistema FROM TIME.
004370     MOVE SPACES              TO Reg-Data-Negoci.
004380     MOVE Data-Negoci-Actual  TO Dng-Data.
004390     MOVE Estat-Negoci-Actual TO Dng-Estat.
004400     MOVE Data-Sistema        TO Dng-Data-Canvi.
004410     MOVE Hora-Sistema (1:6)  TO Dng-Hora-Canvi.
004420     MOVE Operador-Id         TO Dng-Operador.
004430     WRITE Reg-Data-Negoci.
004440     IF NOT Fs-Data-Negoci-Ok
004450         DISPLAY "Error fatal: escriptura fallida (data de "
004460             "negoci). Status: " Fs-Data-Negoci
004470         SET Error-Fatal TO TRUE
004480     END-IF.
004490     CLOSE Fitxer-Data-Negoci.
004500     IF Error-Fatal
004510         GO TO 5000-EXIT
004520     END-IF.
004530     SET Control-Existent TO TRUE.
004540     PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT.
004550 5000-EXIT.
004560     EXIT.
004570
004580*=================================================================
004590* 5400-ESCRIURE-SEGURETAT - Anota al registre de seguretat
004600*                           l'identificacio i cada canvi d'estat
004610*                           del dia (mode D)
004620*=================================================================
004630 5400-ESCRIURE-SEGURETAT.
004640     OPEN EXTEND Fitxer-Seguretat.
004650     IF Fs-Seg-Inexistent
004660         OPEN OUTPUT Fitxer-Seguretat
004670     END-IF.
004680     IF NOT Fs-Seguretat-Ok
004690         DISPLAY "Avis: registre de seguretat no disponible. "
004700             "Status: " Fs-Seguretat
004710         GO TO 5400-EXIT
004720     END-IF.
004730     ACCEPT Hora-Sistema FROM TIME.
004740     MOVE SPACES             TO Reg-Seguretat.
004750     MOVE Data-Sistema       TO Seg-Data.
004760     MOVE Hora-Sistema (1:6) TO Seg-Hora.
004770     MOVE Operador-Id        TO Seg-Operador.
004780     MOVE "D"                TO Seg-Mode.
004790     MOVE Seg-Resultat-Op    TO Seg-Resultat.
004800     WRITE Reg-Seguretat.
004810     IF NOT Fs-Seguretat-Ok
004820         DISPLAY "Avis: escriptura fallida (seguretat). "
004830             "Status: " Fs-Seguretat
004840     END-IF.
004850     CLOSE Fitxer-Seguretat.
004860 5400-EXIT.
004870     EXIT.
004880
004890*=================================================================
004900* 9000-FINALITZAR - Missatge de sortida i codi de retorn
004910*=================================================================
004920 9000-FINALITZAR.
004930     IF Error-Fatal
004940         MOVE 12 TO Codi-Retorn
004950     ELSE
004960         MOVE ZERO TO Codi-Retorn
004970     END-IF.
004980     DISPLAY "CALCDIA finalitzat.".
004990 9000-EXIT.
005000     EXIT.
