000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCAPRV.
000030 AUTHOR. J. FERRAN.
000040 INSTALLATION. DEPT. FORMACIO PROFESSIONAL.
000050 DATE-WRITTEN. 10/09/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- -------------------------------------------
000120* 10/09/2026 JF    Programa original: aprovacio dels calculs que
000130*                  la calculadora ha retingut per passar del
000140*                  limit d'import de l'operador (PENDFILE). Un
000150*                  supervisor, diferent de l'operador que va fer
000160*                  el calcul, llista els pendents i aprova o
000170*                  rebutja cada element (un calcul interactiu o
000180*                  una cadena sencera del lot). Els aprovats
000190*                  passen a AUDFILE amb la sequencia reservada i
000200*                  l'aprovador; els rebutjats, a ERRFILE perque
000210*                  CALCFIX els pugui tractar. Identificacio amb
000220*                  mode A al registre de seguretat.
000221* 14/09/2026 JF    Data de negoci del registre de control
000222*                  BUSDATE (CALCDIA): els calculs aprovats entren
000223*                  a l'auditoria amb la data de negoci en curs i
000224*                  els rebutjats a excepcions amb la mateixa data.
000225*                  Amb el dia tancat no es pot aprovar.
000226* 16/09/2026 JF    Registre d'auditoria ampliat amb el tipus i
000227*                  l'enllac a l'original de les reversions; els
000228*                  calculs aprovats no son mai reversions.
000229* 18/09/2026 JF    Els aprovats formen un tram propi d'AUDFILE
000230*                  que acaba amb una cua de control (recompte,
000231*                  total i hash encadenat). Un tram sense cua
000232*                  d'una execucio interrompuda es segella abans
000233*                  d'afegir-hi res (SECFILE mode C, SEGELLAT).
000234* 23/09/2026 JF    L'auditoria i els pendents porten la versio
000235*                  de taxa aplicada (data d'inici i valor).
000236* 15/10/2026 JF    El pas es reescrit com a decidit abans de
000237*                  portar-lo a l'auditoria o a excepcions (un pas
000238*                  que no es pot marcar no s'audita), i el
000239*                  recompte de la cua nomes compta els registres
000240*                  escrits.
000241*----------------------------------------------------------------
000242
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT Fitxer-Pendents ASSIGN TO PENDFILE
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS Pnd-Clau
000320         FILE STATUS IS Fs-Pendents.
000330
000340     SELECT Fitxer-Auditoria ASSIGN TO AUDFILE
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS Fs-Auditoria.
000370
000380     SELECT Fitxer-Errors ASSIGN TO ERRFILE
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS Fs-Errors.
000410
000420     SELECT Fitxer-Operadors ASSIGN TO OPRFILE
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS Opr-Id
000460         FILE STATUS IS Fs-Operadors.
000470
000480     SELECT Fitxer-Seguretat ASSIGN TO SECFILE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS Fs-Seguretat.
000502
000504     SELECT Fitxer-Data-Negoci ASSIGN TO BUSDATE
000506         ORGANIZATION IS LINE SEQUENTIAL
000508         FILE STATUS IS Fs-Data-Negoci.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  Fitxer-Pendents.
000550 01  Reg-Pendent.
000560     05  Pnd-Clau.
000570         10  Pnd-Run-Id      PIC 9(14).
000580         10  Pnd-Seq         PIC 9(06).
000590     05  Pnd-Grup            PIC 9(06).
000600     05  Pnd-Estat           PIC X(01).
000610         88  Pnd-Es-Pendent          VALUE "P".
000620         88  Pnd-Es-Aprovat          VALUE "A".
000630         88  Pnd-Es-Rebutjat         VALUE "R".
000640     05  Pnd-Data            PIC 9(08).
000650     05  Pnd-Hora            PIC 9(06).
000660     05  Pnd-Opcio           PIC 9.
000670     05  Pnd-Num1            PIC S9(7)V99
000680                              SIGN IS LEADING SEPARATE CHARACTER.
000690     05  Pnd-Num2            PIC S9(7)V99
000700                              SIGN IS LEADING SEPARATE CHARACTER.
000710     05  Pnd-Resultat        PIC S9(7)V99
000720                              SIGN IS LEADING SEPARATE CHARACTER.
000730     05  Pnd-Codi-Taxa       PIC X(04).
000740     05  Pnd-Operador        PIC X(08).
000750     05  Pnd-Limit           PIC S9(7)V99
000760                              SIGN IS LEADING SEPARATE CHARACTER.
000770     05  Pnd-Supervisor      PIC X(08).
000780     05  Pnd-Data-Decisio    PIC 9(08).
000782     05  Pnd-Taxa-Inici      PIC 9(08).
000784     05  Pnd-Taxa-Valor      PIC S9(3)V9(4)
000786                              SIGN IS LEADING SEPARATE CHARACTER.
000790
000800 FD  Fitxer-Auditoria.
000810 01  Reg-Auditoria.
000820     05  Aud-Run-Id          PIC 9(14).
000830     05  FILLER              PIC X(01).
000840     05  Aud-Seq             PIC 9(06).
000850     05  FILLER              PIC X(01).
000860     05  Aud-Data            PIC 9(08).
000870     05  FILLER              PIC X(01).
000880     05  Aud-Hora            PIC 9(06).
000890     05  FILLER              PIC X(01).
000900     05  Aud-Opcio           PIC 9.
000910     05  FILLER              PIC X(01).
000920     05  Aud-Num1            PIC S9(7)V99
000930                              SIGN IS LEADING SEPARATE CHARACTER.
000940     05  FILLER              PIC X(01).
000950     05  Aud-Num2            PIC S9(7)V99
000960                              SIGN IS LEADING SEPARATE CHARACTER.
000970     05  FILLER              PIC X(01).
000980     05  Aud-Resultat        PIC S9(7)V99
000990                              SIGN IS LEADING SEPARATE CHARACTER.
001000     05  FILLER              PIC X(01).
001010     05  Aud-Codi-Taxa       PIC X(04).
001020     05  FILLER              PIC X(01).
001030     05  Aud-Operador        PIC X(08).
001040     05  FILLER              PIC X(01).
001050     05  Aud-Aprovador       PIC X(08).
001051     05  FILLER              PIC X(01).
001052     05  Aud-Tipus           PIC X(01).
001053         88  Aud-Es-Reversio         VALUE "R".
001054     05  FILLER              PIC X(01).
001055     05  Aud-Orig-Run-Id     PIC 9(14).
001056     05  FILLER              PIC X(01).
001057     05  Aud-Orig-Seq        PIC 9(06).
001058     05  FILLER              PIC X(01).
001059     05  Aud-Taxa-Inici      PIC 9(08).
001060     05  FILLER              PIC X(01).
001061     05  Aud-Taxa-Valor      PIC S9(3)V9(4)
001062                              SIGN IS LEADING SEPARATE CHARACTER.
001063 01  Reg-Control-Auditoria.
001064     05  Auc-Marca           PIC X(14).
001065         88  Auc-Es-Control          VALUE "CONTROL".
001066     05  FILLER              PIC X(01).
001067     05  Auc-Run-Id          PIC 9(14).
001068     05  FILLER              PIC X(01).
001069     05  Auc-Comptador       PIC 9(06).
001070     05  FILLER              PIC X(01).
001071     05  Auc-Total           PIC S9(13)V99
001072                              SIGN IS LEADING SEPARATE CHARACTER.
001073     05  FILLER              PIC X(01).
001074     05  Auc-Hash            PIC 9(09).
001075     05  FILLER              PIC X(01).
001076     05  Auc-Origen          PIC X(08).
001077     05  FILLER              PIC X(01).
001078     05  Auc-Recuperat       PIC X(01).
001079         88  Auc-Es-Recuperat        VALUE "S".
001080
001081 FD  Fitxer-Errors.
001082 01  Reg-Errors.
001090     05  Err-Data            PIC 9(08).
001100     05  FILLER              PIC X(01).
001110     05  Err-Opcio           PIC 9.
001120     05  FILLER              PIC X(01).
001130     05  Err-Num1            PIC S9(7)V99
001140                              SIGN IS LEADING SEPARATE CHARACTER.
001150     05  FILLER              PIC X(01).
001160     05  Err-Num2            PIC S9(7)V99
001170                              SIGN IS LEADING SEPARATE CHARACTER.
001180     05  FILLER              PIC X(01).
001190     05  Err-Codi-Taxa       PIC X(04).
001200     05  FILLER              PIC X(01).
001210     05  Err-Operador        PIC X(08).
001220     05  FILLER              PIC X(01).
001230     05  Err-Motiu           PIC X(40).
001240
001250 FD  Fitxer-Operadors.
001260 01  Reg-Operador.
001270     05  Opr-Id              PIC X(08).
001280     05  Opr-Nom             PIC X(20).
001290     05  Opr-Aut-Int         PIC X(01).
001300     05  Opr-Aut-Lot         PIC X(01).
001310     05  Opr-Actiu           PIC X(01).
001320         88  Opr-Es-Actiu            VALUE "S".
001330     05  Opr-Aut-Sup         PIC X(01).
001340         88  Opr-Es-Supervisor       VALUE "S".
001350     05  Opr-Limit-Import    PIC S9(7)V99
001360                              SIGN IS LEADING SEPARATE CHARACTER.
001370
001380 FD  Fitxer-Seguretat.
001390 01  Reg-Seguretat.
001400     05  Seg-Data            PIC 9(08).
001410     05  FILLER              PIC X(01).
001420     05  Seg-Hora            PIC 9(06).
001430     05  FILLER              PIC X(01).
001440     05  Seg-Operador        PIC X(08).
001450     05  FILLER              PIC X(01).
001460     05  Seg-Mode            PIC X(01).
001470     05  FILLER              PIC X(01).
001480     05  Seg-Resultat        PIC X(10).
001481
001482 FD  Fitxer-Data-Negoci.
001483 01  Reg-Data-Negoci.
001484     05  Dng-Data            PIC 9(08).
001485     05  FILLER              PIC X(01).
001486     05  Dng-Estat           PIC X(01).
001487         88  Dng-Dia-Obert           VALUE "O".
001488         88  Dng-Dia-Tancat          VALUE "T".
001489     05  FILLER              PIC X(01).
001490     05  Dng-Data-Canvi      PIC 9(08).
001491     05  FILLER              PIC X(01).
001492     05  Dng-Hora-Canvi      PIC 9(06).
001493     05  FILLER              PIC X(01).
001494     05  Dng-Operador        PIC X(08).
001495
001500 WORKING-STORAGE SECTION.
001510*----------------------------------------------------------------
001520* INDICADORS D'ESTAT DE FITXERS
001530*----------------------------------------------------------------
001540 01  Fs-Pendents         PIC X(02).
001550     88  Fs-Pendents-Ok          VALUE "00".
001560     88  Fs-Pendents-Inexistent  VALUE "35".
001570 01  Fs-Auditoria        PIC X(02).
001580     88  Fs-Auditoria-Ok         VALUE "00".
001590     88  Fs-Aud-Inexistent       VALUE "35".
001600 01  Fs-Errors           PIC X(02).
001610     88  Fs-Errors-Ok            VALUE "00".
001620     88  Fs-Err-Inexistent       VALUE "35".
001630 01  Fs-Operadors        PIC X(02).
001640     88  Fs-Operadors-Ok         VALUE "00".
001650 01  Fs-Seguretat        PIC X(02).
001660     88  Fs-Seguretat-Ok         VALUE "00".
001670     88  Fs-Seg-Inexistent       VALUE "35".
001673 01  Fs-Data-Negoci      PIC X(02).
001676     88  Fs-Data-Negoci-Ok       VALUE "00".
001680
001690*----------------------------------------------------------------
001700* CAMPS DE TREBALL
001710*----------------------------------------------------------------
001720 01  Clau-Run-Id         PIC 9(14) VALUE ZERO.
001730 01  Clau-Grup           PIC 9(06) VALUE ZERO.
001740 01  Resultat-Editat     PIC -(7)9.99.
001750 01  Limit-Editat        PIC Z(6)9.99.
001760 01  Motiu-Rebuig.
001770     05  FILLER              PIC X(24)
001780                              VALUE "Rebutjat pel supervisor ".
001790     05  Motiu-Rebuig-Sup    PIC X(08).
001800
001810*----------------------------------------------------------------
001820* COMPTADORS I INDICADORS DE CONTROL
001830*----------------------------------------------------------------
001840 77  Sw-Continuar    PIC X(01)   VALUE "S".
001850     88  Continuar-Si                VALUE "S".
001860     88  Continuar-No                VALUE "N".
001870 77  Sw-FiFitxer     PIC X(01)   VALUE "N".
001880     88  Fi-Fitxer                   VALUE "S".
001890 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
001900     88  Error-Fatal                 VALUE "S".
001910 77  Sw-Decisio      PIC X(01)   VALUE SPACE.
001920     88  Decisio-Aprovar             VALUE "A".
001930     88  Decisio-Rebutjar            VALUE "R".
001940 77  Resp-Confirmar  PIC X(01)   VALUE SPACE.
001950     88  Confirmar-Si                VALUE "S" "s".
001960 77  Opcio           PIC 9       VALUE ZERO.
001970 77  Operador-Id     PIC X(08)   VALUE SPACES.
001980 77  Data-Sistema    PIC 9(08)   VALUE ZERO.
001990 77  Hora-Sistema    PIC 9(08)   VALUE ZERO.
002000 77  Seg-Resultat-Op PIC X(10)   VALUE SPACES.
002005 77  Seg-Mode-Op     PIC X(01)   VALUE "A".
002010 77  Comptador-Llistats          PIC 9(05) COMP VALUE ZERO.
002020 77  Comptador-Passos            PIC 9(05) COMP VALUE ZERO.
002030 77  Comptador-Aprovats          PIC 9(05) COMP VALUE ZERO.
002040 77  Comptador-Rebutjats         PIC 9(05) COMP VALUE ZERO.
002050 77  Passos-Aprovats             PIC 9(05) COMP VALUE ZERO.
002060 77  Passos-Rebutjats            PIC 9(05) COMP VALUE ZERO.
002070 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
002071
002072*----------------------------------------------------------------
002073* CONTROL DEL FITXER D'AUDITORIA: ELS APROVATS FORMEN UN TRAM
002074* PROPI QUE ACABA AMB UNA CUA AMB EL RECOMPTE, EL TOTAL DELS
002075* RESULTATS I UN HASH ENCADENAT DELS REGISTRES. EL HASH ACUMULA
002076* EL VALOR BINARI DE CADA OCTET
002077*----------------------------------------------------------------
002078 77  Sw-Aud-Obert    PIC X(01)   VALUE "N".
002079     88  Auditoria-Oberta            VALUE "S".
002080 77  Sw-Tram         PIC X(01)   VALUE "N".
002081     88  Tram-Pendent                VALUE "S".
002082 77  Tram-Run-Id     PIC 9(14)   VALUE ZERO.
002083 01  Sessio-Id.
002084     05  Ses-Data        PIC 9(08).
002085     05  Ses-Hora        PIC 9(06).
002086 01  Acumulats-Control.
002087     05  Acu-Comptador   PIC 9(06)     COMP VALUE ZERO.
002088     05  Acu-Total       PIC S9(13)V99 COMP VALUE ZERO.
002089     05  Acu-Hash        PIC 9(09)     COMP VALUE ZERO.
002090 77  Hash-Producte               PIC 9(12) COMP VALUE ZERO.
002091 77  Hash-Quocient               PIC 9(12) COMP VALUE ZERO.
002092 77  Hash-Modul                  PIC 9(09) COMP VALUE 999999937.
002093 77  Ind-Octet                   PIC 9(04) COMP VALUE ZERO.
002094 01  Octet-Hash.
002095     05  FILLER          PIC X(01)   VALUE LOW-VALUE.
002096     05  Octet-Car       PIC X(01)   VALUE SPACE.
002097 01  Octet-Valor REDEFINES Octet-Hash PIC 9(04) COMP.
002098
002099 PROCEDURE DIVISION.
002100*=================================================================
002110* 0000-MAINLINE
002120*=================================================================
002130 0000-MAINLINE.
002140     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
002150     IF NOT Error-Fatal
002160         PERFORM 2000-PROCES THRU 2000-EXIT
002170     END-IF.
002180     PERFORM 6000-MOSTRAR-RESUM THRU 6000-EXIT.
002190     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
002200     MOVE Codi-Retorn TO RETURN-CODE.
002210     STOP RUN.
002220
002230*=================================================================
002240* 1000-INICIALITZAR - Identifica el supervisor i obre el fitxer
002250*                     de pendents i els fitxers d'auditoria i
002260*                     d'excepcions on van a parar les decisions
002270*=================================================================
002280 1000-INICIALITZAR.
002290     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
002300     DISPLAY "CALCAPRV - Aprovacio de calculs retinguts".
002310     DISPLAY "=========================================".
002312     PERFORM 1200-LLEGIR-DATA-NEGOCI THRU 1200-EXIT.
002314     IF Error-Fatal
002316         GO TO 1000-EXIT
002318     END-IF.
002320     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002330     IF Error-Fatal
002340         GO TO 1000-EXIT
002350     END-IF.
002360     OPEN I-O Fitxer-Pendents.
002370     IF Fs-Pendents-Inexistent
002380         OPEN OUTPUT Fitxer-Pendents
002390         CLOSE Fitxer-Pendents
002400         OPEN I-O Fitxer-Pendents
002410     END-IF.
002420     IF NOT Fs-Pendents-Ok
002430         DISPLAY "Error fatal: fitxer de pendents no obert. "
002440             "Status: " Fs-Pendents
002450         SET Error-Fatal TO TRUE
002460         GO TO 1000-EXIT
002470     END-IF.
002475     PERFORM 1300-REVISAR-TRAM THRU 1300-EXIT.
002480     OPEN EXTEND Fitxer-Auditoria.
002490     IF Fs-Aud-Inexistent
002500         OPEN OUTPUT Fitxer-Auditoria
002510     END-IF.
002520     IF NOT Fs-Auditoria-Ok
002530         DISPLAY "Error fatal: fitxer d'auditoria no obert. "
002540             "Status: " Fs-Auditoria
002550         SET Error-Fatal TO TRUE
002560         GO TO 1000-EXIT
002570     END-IF.
002571     SET Auditoria-Oberta TO TRUE.
002572     ACCEPT Hora-Sistema FROM TIME.
002573     MOVE Data-Sistema       TO Ses-Data.
002574     MOVE Hora-Sistema (1:6) TO Ses-Hora.
002575     IF Tram-Pendent
002576         PERFORM 5750-ESCRIURE-CUA-AUD THRU 5750-EXIT
002577         IF Error-Fatal
002578             GO TO 1000-EXIT
002579         END-IF
002580     END-IF.
002581     OPEN EXTEND Fitxer-Errors.
002590     IF Fs-Err-Inexistent
002600         OPEN OUTPUT Fitxer-Errors
002610     END-IF.
002620     IF NOT Fs-Errors-Ok
002630         DISPLAY "Error fatal: fitxer d'excepcions no obert. "
002640             "Status: " Fs-Errors
002650         SET Error-Fatal TO TRUE
002660     END-IF.
002670 1000-EXIT.
002680     EXIT.
002690
002700*=================================================================
002710* 1100-SIGN-ON - Identifica l'operador: nomes un operador actiu
002720*                amb autoritzacio de supervisor pot decidir els
002730*                calculs retinguts
002740*=================================================================
002750 1100-SIGN-ON.
002760     OPEN INPUT Fitxer-Operadors.
002770     IF NOT Fs-Operadors-Ok
002780         DISPLAY "Error fatal: fitxer mestre d'operadors no "
002790             "obert. Status: " Fs-Operadors
002800         SET Error-Fatal TO TRUE
002810         GO TO 1100-EXIT
002820     END-IF.
002830     DISPLAY "Introdueix el teu codi d'operador: ".
002840     ACCEPT Operador-Id.
002850     MOVE Operador-Id TO Opr-Id.
002860     MOVE "OK" TO Seg-Resultat-Op.
002870     READ Fitxer-Operadors
002880         INVALID KEY
002890             DISPLAY "Operador desconegut o inactiu."
002900             MOVE "DESCONEGUT" TO Seg-Resultat-Op
002910             SET Error-Fatal TO TRUE
002920             GO TO 1100-ANOTAR
002930     END-READ.
002940     IF NOT Opr-Es-Actiu
002950         DISPLAY "Operador desconegut o inactiu."
002960         MOVE "INACTIU" TO Seg-Resultat-Op
002970         SET Error-Fatal TO TRUE
002980         GO TO 1100-ANOTAR
002990     END-IF.
003000     IF NOT Opr-Es-Supervisor
003010         DISPLAY "Operador sense autoritzacio de supervisor."
003020         MOVE "NOSUPERV" TO Seg-Resultat-Op
003030         SET Error-Fatal TO TRUE
003040     END-IF.
003050 1100-ANOTAR.
003060     PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT.
003070     CLOSE Fitxer-Operadors.
003080 1100-EXIT.
003090     EXIT.
003091
003092*=================================================================
003093* 1200-LLEGIR-DATA-NEGOCI - Pren la data de negoci del registre
003094*                           de control (CALCDIA): els aprovats
003095*                           entren a l'auditoria del dia obert.
003096*                           Amb el dia tancat no s'aprova res;
003097*                           sense registre, data del sistema
003098*=================================================================
003099 1200-LLEGIR-DATA-NEGOCI.
003100     OPEN INPUT Fitxer-Data-Negoci.
003101     IF NOT Fs-Data-Negoci-Ok
003102         DISPLAY "Avis: sense data de negoci; s'usa la del "
003103             "sistema."
003104         GO TO 1200-EXIT
003105     END-IF.
003106     READ Fitxer-Data-Negoci
003107         AT END
003108             DISPLAY "Avis: sense data de negoci; s'usa la del "
003109                 "sistema."
003110         NOT AT END
003111             IF Dng-Dia-Tancat
003112                 DISPLAY "Error fatal: el dia de negoci "
003113                     Dng-Data " esta tancat."
003114                 SET Error-Fatal TO TRUE
003115             ELSE
003116                 MOVE Dng-Data TO Data-Sistema
003117             END-IF
003118     END-READ.
003119     CLOSE Fitxer-Data-Negoci.
003120 1200-EXIT.
003121     EXIT.
003122
003123*=================================================================
003124* 1300-REVISAR-TRAM - Abans d'afegir a l'auditoria, recompta els
003125*                     registres que hi ha despres de l'ultima
003126*                     cua (una execucio de la calculadora
003127*                     interrompuda): si n'hi ha, el tram es
003128*                     segella amb una cua de recuperacio
003129*=================================================================
003130 1300-REVISAR-TRAM.
003131     MOVE "N" TO Sw-Tram.
003132     MOVE ZERO TO Acu-Comptador Acu-Total Acu-Hash.
003133     OPEN INPUT Fitxer-Auditoria.
003134     IF NOT Fs-Auditoria-Ok
003135         GO TO 1300-EXIT
003136     END-IF.
003137     PERFORM 1310-LLEGIR-TRAM THRU 1310-EXIT
003138         UNTIL Fi-Fitxer.
003139     CLOSE Fitxer-Auditoria.
003140     MOVE "N" TO Sw-FiFitxer.
003141     IF Acu-Comptador > 0
003142         SET Tram-Pendent TO TRUE
003143     END-IF.
003144 1300-EXIT.
003145     EXIT.
003146
003147 1310-LLEGIR-TRAM.
003148     READ Fitxer-Auditoria
003149         AT END
003150             SET Fi-Fitxer TO TRUE
003151             GO TO 1310-EXIT
003152     END-READ.
003153     IF Auc-Es-Control
003154         MOVE ZERO TO Acu-Comptador Acu-Total Acu-Hash
003155     ELSE
003156         MOVE Aud-Run-Id TO Tram-Run-Id
003157         PERFORM 5700-ACUMULAR-CONTROL THRU 5700-EXIT
003158     END-IF.
003159 1310-EXIT.
003160     EXIT.
003161
003162*=================================================================
003163* 2000-PROCES - Bucle principal del menu
003164*=================================================================
003165 2000-PROCES.
003166     PERFORM 2100-RONDA-MENU THRU 2100-EXIT
003167         UNTIL Continuar-No OR Error-Fatal.
003170 2000-EXIT.
003180     EXIT.
003190
003200 2100-RONDA-MENU.
003210     DISPLAY " ".
003220     DISPLAY "Opcions:".
003230     DISPLAY "1. Llista de pendents d'aprovacio".
003240     DISPLAY "2. Aprovar un element".
003250     DISPLAY "3. Rebutjar un element".
003260     DISPLAY "4. Sortir".
003270     ACCEPT Opcio.
003280     EVALUATE Opcio
003290         WHEN 1
003300             PERFORM 3000-LLISTA THRU 3000-EXIT
003310         WHEN 2
003320             SET Decisio-Aprovar TO TRUE
003330             PERFORM 3100-DECIDIR THRU 3100-EXIT
003340         WHEN 3
003350             SET Decisio-Rebutjar TO TRUE
003360             PERFORM 3100-DECIDIR THRU 3100-EXIT
003370         WHEN 4
003380             SET Continuar-No TO TRUE
003390         WHEN OTHER
003400             DISPLAY "Opcio no valida."
003410     END-EVALUATE.
003420 2100-EXIT.
003430     EXIT.
003440
003450*=================================================================
003460* 3000-LLISTA - Llista els passos pendents per ordre de clau;
003470*               GRUP es el pas que identifica l'element a decidir
003480*=================================================================
003490 3000-LLISTA.
003500     MOVE ZERO TO Comptador-Llistats.
003510     MOVE "N" TO Sw-FiFitxer.
003520     MOVE LOW-VALUES TO Pnd-Clau.
003530     START Fitxer-Pendents KEY IS GREATER THAN Pnd-Clau
003540         INVALID KEY
003550             SET Fi-Fitxer TO TRUE
003560     END-START.
003570     DISPLAY "EXECUCIO       PAS    GRUP   OP    RESULTAT TAXA "
003580         "OPERADOR       LIMIT".
003590     PERFORM 3050-LLISTAR-PENDENT THRU 3050-EXIT
003600         UNTIL Fi-Fitxer.
003610     DISPLAY "Passos pendents: " Comptador-Llistats.
003620 3000-EXIT.
003630     EXIT.
003640
003650 3050-LLISTAR-PENDENT.
003660     READ Fitxer-Pendents NEXT RECORD
003670         AT END
003680             SET Fi-Fitxer TO TRUE
003690             GO TO 3050-EXIT
003700     END-READ.
003710     IF NOT Pnd-Es-Pendent
003720         GO TO 3050-EXIT
003730     END-IF.
003740     PERFORM 3060-MOSTRAR-PAS THRU 3060-EXIT.
003750     ADD 1 TO Comptador-Llistats.
003760 3050-EXIT.
003770     EXIT.
003780
003790 3060-MOSTRAR-PAS.
003800     MOVE Pnd-Resultat TO Resultat-Editat.
003810     MOVE Pnd-Limit    TO Limit-Editat.
003820     DISPLAY Pnd-Run-Id " " Pnd-Seq " " Pnd-Grup "  "
003830         Pnd-Opcio " " Resultat-Editat " " Pnd-Codi-Taxa " "
003840         Pnd-Operador " " Limit-Editat.
003850 3060-EXIT.
003860     EXIT.
003870
003880*=================================================================
003890* 3100-DECIDIR - Aprova o rebutja un element pendent (un calcul
003900*                o una cadena sencera); el supervisor no pot
003910*                decidir un calcul que hagi fet ell mateix
003920*=================================================================
003930 3100-DECIDIR.
003940     DISPLAY "Identificador d'execucio: ".
003950     ACCEPT Clau-Run-Id.
003960     DISPLAY "Grup (primer pas de l'element): ".
003970     ACCEPT Clau-Grup.
003980     MOVE Clau-Run-Id TO Pnd-Run-Id.
003990     MOVE Clau-Grup   TO Pnd-Seq.
004000     READ Fitxer-Pendents
004010         INVALID KEY
004020             DISPLAY "Element pendent no trobat."
004030             GO TO 3100-EXIT
004040     END-READ.
004050     IF Pnd-Grup NOT = Clau-Grup
004060         DISPLAY "El pas forma part del grup " Pnd-Grup
004070             "; indiqueu el primer pas."
004080         GO TO 3100-EXIT
004090     END-IF.
004100     IF NOT Pnd-Es-Pendent
004110         DISPLAY "L'element ja esta decidit (" Pnd-Estat " per "
004120             Pnd-Supervisor ")."
004130         GO TO 3100-EXIT
004140     END-IF.
004150     IF Pnd-Operador = Operador-Id
004160         DISPLAY "No podeu decidir un calcul fet per vos mateix."
004170         MOVE "NOAUTORIT" TO Seg-Resultat-Op
004180         PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT
004190         GO TO 3100-EXIT
004200     END-IF.
004210     DISPLAY "EXECUCIO       PAS    GRUP   OP    RESULTAT TAXA "
004220         "OPERADOR       LIMIT".
004230     MOVE ZERO TO Comptador-Passos.
004240     PERFORM 3200-POSICIONAR THRU 3200-EXIT.
004250     PERFORM 3300-MOSTRAR-CADENA THRU 3300-EXIT
004260         UNTIL Fi-Fitxer.
004270     IF Decisio-Aprovar
004280         DISPLAY "Aprovar " Comptador-Passos " passos? (S/N): "
004290     ELSE
004300         DISPLAY "Rebutjar " Comptador-Passos " passos? (S/N): "
004310     END-IF.
004320     ACCEPT Resp-Confirmar.
004330     IF NOT Confirmar-Si
004340         DISPLAY "Decisio anul.lada; l'element continua pendent."
004350         GO TO 3100-EXIT
004360     END-IF.
004370     MOVE ZERO TO Comptador-Passos.
004380     PERFORM 3200-POSICIONAR THRU 3200-EXIT.
004390     PERFORM 3400-APLICAR-PAS THRU 3400-EXIT
004400         UNTIL Fi-Fitxer OR Error-Fatal.
004410     IF Error-Fatal
004420         GO TO 3100-EXIT
004430     END-IF.
004440     IF Decisio-Aprovar
004450         ADD 1 TO Comptador-Aprovats
004460         ADD Comptador-Passos TO Passos-Aprovats
004470         DISPLAY "Element aprovat: " Comptador-Passos
004480             " passos a l'auditoria."
004490     ELSE
004500         ADD 1 TO Comptador-Rebutjats
004510         ADD Comptador-Passos TO Passos-Rebutjats
004520         DISPLAY "Element rebutjat: " Comptador-Passos
004530             " passos a excepcions."
004540     END-IF.
004550 3100-EXIT.
004560     EXIT.
004570
004580*=================================================================
004590* 3200-POSICIONAR - Es situa al primer pas de l'element triat
004600*=================================================================
004610 3200-POSICIONAR.
004620     MOVE "N" TO Sw-FiFitxer.
004630     MOVE Clau-Run-Id TO Pnd-Run-Id.
004640     MOVE Clau-Grup   TO Pnd-Seq.
004650     START Fitxer-Pendents KEY IS EQUAL TO Pnd-Clau
004660         INVALID KEY
004670             SET Fi-Fitxer TO TRUE
004680     END-START.
004690 3200-EXIT.
004700     EXIT.
004710
004720*=================================================================
004730* 3300-MOSTRAR-CADENA - Mostra un pas de l'element triat; acaba
004740*                       en canviar d'execucio o de grup
004750*=================================================================
004760 3300-MOSTRAR-CADENA.
004770     PERFORM 3500-LLEGIR-PAS THRU 3500-EXIT.
004780     IF Fi-Fitxer
004790         GO TO 3300-EXIT
004800     END-IF.
004810     IF Pnd-Es-Pendent
004820         PERFORM 3060-MOSTRAR-PAS THRU 3060-EXIT
004830         ADD 1 TO Comptador-Passos
004840     END-IF.
004850 3300-EXIT.
004860     EXIT.
004870
004880*=================================================================
004890* 3400-APLICAR-PAS - Marca el pas com a decidit i, un cop
004900*                    reescrit, el porta a l'auditoria (amb
004905*                    l'aprovador) o a excepcions
004910*=================================================================
004920 3400-APLICAR-PAS.
004930     PERFORM 3500-LLEGIR-PAS THRU 3500-EXIT.
004940     IF Fi-Fitxer
004950         GO TO 3400-EXIT
004960     END-IF.
004970     IF NOT Pnd-Es-Pendent
004980         GO TO 3400-EXIT
004990     END-IF.
005000     IF Decisio-Aprovar
005020         SET Pnd-Es-Aprovat TO TRUE
005030     ELSE
005050         SET Pnd-Es-Rebutjat TO TRUE
005090     END-IF.
005100     MOVE Operador-Id  TO Pnd-Supervisor.
005110     MOVE Data-Sistema TO Pnd-Data-Decisio.
005120     REWRITE Reg-Pendent
005130         INVALID KEY
005140             DISPLAY "Error fatal: no es pot reescriure el pas "
005150                 Pnd-Seq ". Status: " Fs-Pendents
005160             SET Error-Fatal TO TRUE
005170             GO TO 3400-EXIT
005180     END-REWRITE.
005181     IF NOT Fs-Pendents-Ok
005182         DISPLAY "Error fatal: no es pot reescriure el pas "
005183             Pnd-Seq ". Status: " Fs-Pendents
005184         SET Error-Fatal TO TRUE
005185         GO TO 3400-EXIT
005186     END-IF.
005187     IF Decisio-Aprovar
005188         PERFORM 5000-ESCRIURE-AUDITORIA THRU 5000-EXIT
005189     ELSE
005190         PERFORM 5100-ESCRIURE-ERROR THRU 5100-EXIT
005191     END-IF.
005192     IF Error-Fatal
005193         GO TO 3400-EXIT
005194     END-IF.
005195     ADD 1 TO Comptador-Passos.
005200 3400-EXIT.
005210     EXIT.
005220
005230*=================================================================
005240* 3500-LLEGIR-PAS - Llegeix el pas seguent i marca el final quan
005250*                   ja no pertany a l'element triat
005260*=================================================================
005270 3500-LLEGIR-PAS.
005280     IF Fi-Fitxer
005290         GO TO 3500-EXIT
005300     END-IF.
005310     READ Fitxer-Pendents NEXT RECORD
005320         AT END
005330             SET Fi-Fitxer TO TRUE
005340             GO TO 3500-EXIT
005350     END-READ.
005360     IF Pnd-Run-Id NOT = Clau-Run-Id
005370     OR Pnd-Grup NOT = Clau-Grup
005380         SET Fi-Fitxer TO TRUE
005390     END-IF.
005400 3500-EXIT.
005410     EXIT.
005420
005430*=================================================================
005440* 5000-ESCRIURE-AUDITORIA - Escriu el pas aprovat a l'auditoria
005450*                            amb la sequencia que la calculadora
005460*                            li havia reservat
005470*=================================================================
005480 5000-ESCRIURE-AUDITORIA.
005490     MOVE SPACES        TO Reg-Auditoria.
005500     MOVE Pnd-Run-Id    TO Aud-Run-Id.
005510     MOVE Pnd-Seq       TO Aud-Seq.
005520     MOVE Data-Sistema  TO Aud-Data.
005530     MOVE Pnd-Hora      TO Aud-Hora.
005540     MOVE Pnd-Opcio     TO Aud-Opcio.
005550     MOVE Pnd-Num1      TO Aud-Num1.
005560     MOVE Pnd-Num2      TO Aud-Num2.
005570     MOVE Pnd-Resultat  TO Aud-Resultat.
005580     MOVE Pnd-Codi-Taxa TO Aud-Codi-Taxa.
005583     MOVE Pnd-Taxa-Inici TO Aud-Taxa-Inici.
005586     MOVE Pnd-Taxa-Valor TO Aud-Taxa-Valor.
005590     MOVE Pnd-Operador  TO Aud-Operador.
005600     MOVE Operador-Id   TO Aud-Aprovador.
005603     MOVE SPACE         TO Aud-Tipus.
005606     MOVE ZERO          TO Aud-Orig-Run-Id Aud-Orig-Seq.
005610     WRITE Reg-Auditoria.
005620     IF Fs-Auditoria-Ok
005623         PERFORM 5700-ACUMULAR-CONTROL THRU 5700-EXIT
005626     ELSE
005630         DISPLAY "Error fatal: escriptura fallida (auditoria)."
005640             " Status: " Fs-Auditoria
005650         SET Error-Fatal TO TRUE
005660     END-IF.
005670 5000-EXIT.
005680     EXIT.
005690
005700*=================================================================
005710* 5100-ESCRIURE-ERROR - Escriu el pas rebutjat a excepcions, a
005720*                        nom de l'operador original
005730*=================================================================
005740 5100-ESCRIURE-ERROR.
005750     MOVE SPACES        TO Reg-Errors.
005760     MOVE Data-Sistema  TO Err-Data.
005770     MOVE Pnd-Opcio     TO Err-Opcio.
005780     MOVE Pnd-Num1      TO Err-Num1.
005790     MOVE Pnd-Num2      TO Err-Num2.
005800     MOVE Pnd-Codi-Taxa TO Err-Codi-Taxa.
005810     MOVE Pnd-Operador  TO Err-Operador.
005820     MOVE Operador-Id   TO Motiu-Rebuig-Sup.
005830     MOVE Motiu-Rebuig  TO Err-Motiu.
005840     WRITE Reg-Errors.
005850     IF NOT Fs-Errors-Ok
005860         DISPLAY "Error fatal: escriptura fallida (excepcions)."
005870             " Status: " Fs-Errors
005880         SET Error-Fatal TO TRUE
005890     END-IF.
005900 5100-EXIT.
005910     EXIT.
005920
005930*=================================================================
005940* 5400-ESCRIURE-SEGURETAT - Anota al registre de seguretat
005950*                           l'intent d'identificacio o la negativa
005960*                           (mode A d'aprovacio)
005970*=================================================================
005980 5400-ESCRIURE-SEGURETAT.
005990     OPEN EXTEND Fitxer-Seguretat.
006000     IF Fs-Seg-Inexistent
006010         OPEN OUTPUT Fitxer-Seguretat
006020     END-IF.
006030     IF NOT Fs-Seguretat-Ok
006040         DISPLAY "Avis: registre de seguretat no disponible. "
006050             "Status: " Fs-Seguretat
006060         GO TO 5400-EXIT
006070     END-IF.
006080     ACCEPT Hora-Sistema FROM TIME.
006090     MOVE SPACES             TO Reg-Seguretat.
006100     MOVE Data-Sistema       TO Seg-Data.
006110     MOVE Hora-Sistema (1:6) TO Seg-Hora.
006120     MOVE Operador-Id        TO Seg-Operador.
006130     MOVE Seg-Mode-Op        TO Seg-Mode.
006140     MOVE Seg-Resultat-Op    TO Seg-Resultat.
006150     WRITE Reg-Seguretat.
006160     IF NOT Fs-Seguretat-Ok
006170         DISPLAY "Avis: escriptura fallida (seguretat). "
006180             "Status: " Fs-Seguretat
006190     END-IF.
006200     CLOSE Fitxer-Seguretat.
006210 5400-EXIT.
006220     EXIT.
006221
006222*=================================================================
006223* 5700-ACUMULAR-CONTROL - Acumula el registre d'auditoria al
006224*                         recompte, al total i al hash del tram
006225*=================================================================
006226 5700-ACUMULAR-CONTROL.
006227     ADD 1 TO Acu-Comptador.
006228     ADD Aud-Resultat TO Acu-Total.
006229     PERFORM 5710-HASH-OCTET THRU 5710-EXIT
006230         VARYING Ind-Octet FROM 1 BY 1
006231         UNTIL Ind-Octet > LENGTH OF Reg-Auditoria.
006232 5700-EXIT.
006233     EXIT.
006234
006235 5710-HASH-OCTET.
006236     MOVE Reg-Auditoria (Ind-Octet:1) TO Octet-Car.
006237     COMPUTE Hash-Producte = Acu-Hash * 31 + Octet-Valor + 1.
006238     DIVIDE Hash-Producte BY Hash-Modul
006239         GIVING Hash-Quocient REMAINDER Acu-Hash.
006240 5710-EXIT.
006241     EXIT.
006242
006243*=================================================================
006244* 5750-ESCRIURE-CUA-AUD - Tanca el tram d'auditoria amb la cua
006245*                         de control. Una cua de recuperacio
006246*                         porta el run de l'execucio interrompuda
006247*                         i s'anota al registre de seguretat
006248*=================================================================
006249 5750-ESCRIURE-CUA-AUD.
006250     MOVE SPACES        TO Reg-Control-Auditoria.
006251     SET Auc-Es-Control TO TRUE.
006252     IF Tram-Pendent
006253         MOVE Tram-Run-Id TO Auc-Run-Id
006254         SET Auc-Es-Recuperat TO TRUE
006255     ELSE
006256         MOVE Sessio-Id   TO Auc-Run-Id
006257     END-IF.
006258     MOVE Acu-Comptador TO Auc-Comptador.
006259     MOVE Acu-Total     TO Auc-Total.
006260     MOVE Acu-Hash      TO Auc-Hash.
006261     MOVE "CALCAPRV"    TO Auc-Origen.
006262     WRITE Reg-Control-Auditoria.
006263     IF NOT Fs-Auditoria-Ok
006264         DISPLAY "Error fatal: escriptura fallida (auditoria)."
006265             " Status: " Fs-Auditoria
006266         SET Error-Fatal TO TRUE
006267         GO TO 5750-EXIT
006268     END-IF.
006269     IF Tram-Pendent
006270         DISPLAY "Avis: tram d'auditoria interromput segellat, "
006271             "run " Tram-Run-Id
006272         MOVE "SEGELLAT" TO Seg-Resultat-Op
006273         MOVE "C"        TO Seg-Mode-Op
006274         PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT
006275         MOVE "A"        TO Seg-Mode-Op
006276         MOVE "N"        TO Sw-Tram
006277     END-IF.
006278     MOVE ZERO TO Acu-Comptador Acu-Total Acu-Hash.
006279 5750-EXIT.
006280     EXIT.
006281
006282*=================================================================
006283* 6000-MOSTRAR-RESUM - Resum de la sessio d'aprovacio
006284*=================================================================
006285 6000-MOSTRAR-RESUM.
006286     DISPLAY " ".
006290     DISPLAY "Resum de la sessio:".
006300     DISPLAY "  Elements aprovats:  " Comptador-Aprovats
006310         " (" Passos-Aprovats " passos)".
006320     DISPLAY "  Elements rebutjats: " Comptador-Rebutjats
006330         " (" Passos-Rebutjats " passos)".
006340 6000-EXIT.
006350     EXIT.
006360
006370*=================================================================
006380* 9000-FINALITZAR - Tanca fitxers
006390*=================================================================
006400 9000-FINALITZAR.
006402     IF Auditoria-Oberta AND Acu-Comptador > 0
006404         PERFORM 5750-ESCRIURE-CUA-AUD THRU 5750-EXIT
006406     END-IF.
006410     CLOSE Fitxer-Pendents.
006420     CLOSE Fitxer-Auditoria.
006430     CLOSE Fitxer-Errors.
006440     IF Error-Fatal
006450         MOVE 12 TO Codi-Retorn
006460     ELSE
006470         MOVE ZERO TO Codi-Retorn
006480     END-IF.
006490     DISPLAY "CALCAPRV finalitzat.".
006500 9000-EXIT.
006510     EXIT.
