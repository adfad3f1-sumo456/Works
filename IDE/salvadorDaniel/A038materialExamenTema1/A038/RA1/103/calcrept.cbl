000242* 31/08/2026 JF    Fons de pagina llegit del fitxer de parametres
000244*                  (clau MAXLINIA); sense fitxer o clau es
000246*                  conserva el defecte de 55 linies.
000247* 10/09/2026 JF    Aprovador al registre d'auditoria (calculs
000248*                  retinguts per limit i aprovats amb CALCAPRV);
000249*                  nova columna APROVADOR al detall.
000250* 14/09/2026 JF    Data de negoci del registre de control
000251*                  BUSDATE (CALCDIA) a la capcalera; l'informe
000252*                  nomes recull l'auditoria d'aquell dia.
000253* 16/09/2026 JF    Reversions: la linia de detall d'una reversio
000254*                  va seguida de l'enllac a l'original; l'import
000255*                  es compensa als subtotals i al total general
000256*                  sense comptar-se com a operacio, i es dona a
000257*                  part el subtotal de reversions.
000258* 18/09/2026 JF    Verificacio de les cues de control de l'AUDFILE
000259*                  abans de l'informe: es recalculen el recompte,
000260*                  el total i el hash de cada tram. Sense cua o
000261*                  amb un tram desquadrat no es fa res, es retorna
000262*                  codi 8 i s'anota a SECFILE (mode C).
000263* 23/09/2026 JF    Registre d'auditoria ampliat amb la versio de
000264*                  taxa aplicada (data d'inici i valor).
000265* 15/10/2026 JF    Codi de retorn 12 en un error fatal; el salt
000266*                  de pagina compta les dues linies d'una
000267*                  reversio.
000268*----------------------------------------------------------------
000269 
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000366         ACCESS MODE IS RANDOM
000367         RECORD KEY IS Parm-Clau
000368         FILE STATUS IS Fs-Parametres.
000369
000370     SELECT Fitxer-Data-Negoci ASSIGN TO BUSDATE
000371         ORGANIZATION IS LINE SEQUENTIAL
000372         FILE STATUS IS Fs-Data-Negoci.
000373 
000374     SELECT Fitxer-Seguretat ASSIGN TO SECFILE
000375         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS Fs-Seguretat.
000377 
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  Fitxer-Auditoria.
000600     05  FILLER              PIC X(01).
000610     05  Aud-Codi-Taxa       PIC X(04).
000620     05  FILLER              PIC X(01).
000621     05  Aud-Operador        PIC X(08).
000622     05  FILLER              PIC X(01).
000623     05  Aud-Aprovador       PIC X(08).
000624     05  FILLER              PIC X(01).
000625     05  Aud-Tipus           PIC X(01).
000626         88  Aud-Es-Reversio         VALUE "R".
000627     05  FILLER              PIC X(01).
000628     05  Aud-Orig-Run-Id     PIC 9(14).
000629     05  FILLER              PIC X(01).
000630     05  Aud-Orig-Seq        PIC 9(06).
000631     05  FILLER              PIC X(01).
000632     05  Aud-Taxa-Inici      PIC 9(08).
000633     05  FILLER              PIC X(01).
000634     05  Aud-Taxa-Valor      PIC S9(3)V9(4)
000635                              SIGN IS LEADING SEPARATE CHARACTER.
000636 
000637 01  Reg-Control-Auditoria.
000638     05  Auc-Marca           PIC X(14).
000639         88  Auc-Es-Control          VALUE "CONTROL".
000640     05  FILLER              PIC X(01).
000641     05  Auc-Run-Id          PIC 9(14).
000642     05  FILLER              PIC X(01).
000643     05  Auc-Comptador       PIC 9(06).
000644     05  FILLER              PIC X(01).
000645     05  Auc-Total           PIC S9(13)V99
000646                              SIGN IS LEADING SEPARATE CHARACTER.
000647     05  FILLER              PIC X(01).
000648     05  Auc-Hash            PIC 9(09).
000649     05  FILLER              PIC X(01).
000650     05  Auc-Origen          PIC X(08).
000651     05  FILLER              PIC X(01).
000652     05  Auc-Recuperat       PIC X(01).
000653         88  Auc-Es-Recuperat        VALUE "S".
000654 
000655 FD  Fitxer-Informe.
000660 01  Linia-Informe           PIC X(132).
000662
000664 FD  Fitxer-Parametres.
000668     05  Parm-Valor-Text     PIC X(04).
000669     05  Parm-Descripcio     PIC X(30).
000670
000671 FD  Fitxer-Data-Negoci.
000672 01  Reg-Data-Negoci.
000673     05  Dng-Data            PIC 9(08).
000674     05  FILLER              PIC X(01).
000675     05  Dng-Estat           PIC X(01).
000676         88  Dng-Dia-Obert           VALUE "O".
000677         88  Dng-Dia-Tancat          VALUE "T".
000678     05  FILLER              PIC X(01).
000679     05  Dng-Data-Canvi      PIC 9(08).
000680     05  FILLER              PIC X(01).
000681     05  Dng-Hora-Canvi      PIC 9(06).
000682     05  FILLER              PIC X(01).
000683     05  Dng-Operador        PIC X(08).
000684
000685 FD  Fitxer-Seguretat.
000686 01  Reg-Seguretat.
000687     05  Seg-Data            PIC 9(08).
000688     05  FILLER              PIC X(01).
000689     05  Seg-Hora            PIC 9(06).
000690     05  FILLER              PIC X(01).
000691     05  Seg-Operador        PIC X(08).
000692     05  FILLER              PIC X(01).
000693     05  Seg-Mode            PIC X(01).
000694     05  FILLER              PIC X(01).
000695     05  Seg-Resultat        PIC X(10).
000696
000697 WORKING-STORAGE SECTION.
000698*----------------------------------------------------------------
000700* INDICADORS D'ESTAT DE FITXERS
000710*----------------------------------------------------------------
000720 01  Fs-Auditoria        PIC X(02).
000730     88  Fs-Auditoria-Ok         VALUE "00".
000732 01  Fs-Seguretat        PIC X(02).
000734     88  Fs-Seguretat-Ok         VALUE "00".
000736     88  Fs-Seg-Inexistent       VALUE "35".
000740 01  Fs-Informe          PIC X(02).
000750     88  Fs-Informe-Ok           VALUE "00".
000752 01  Fs-Parametres       PIC X(02).
000754     88  Fs-Parametres-Ok        VALUE "00".
000756 01  Fs-Data-Negoci      PIC X(02).
000758     88  Fs-Data-Negoci-Ok       VALUE "00".
000760 
000770*----------------------------------------------------------------
000780* COMPTADORS I INDICADORS DE CONTROL
000820 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
000830     88  Error-Fatal                 VALUE "S".
000840 77  Data-Sistema    PIC 9(08).
000841 77  Hora-Sistema    PIC 9(08)   VALUE ZERO.
000842 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
000843 77  Sw-Data-Negoci  PIC X(01)   VALUE "N".
000844     88  Data-Negoci-Llegida         VALUE "S".
000845 77  Comptador-Altres-Dies PIC 9(07) COMP VALUE ZERO.
000850 77  Num-Pagina      PIC 9(03) COMP VALUE ZERO.
000860 77  Linies-Pagina   PIC 9(03) COMP VALUE ZERO.
000870 77  Max-Linies      PIC 9(03) COMP VALUE 55.
000880 77  Ind-Op          PIC 9(04) COMP VALUE ZERO.
000890 77  Comptador-Llegits PIC 9(07) COMP VALUE ZERO.
000900 77  Total-General   PIC S9(13)V99 COMP VALUE ZERO.
000903 77  Comptador-Reversions PIC 9(05) COMP VALUE ZERO.
000906 77  Import-Reversions PIC S9(11)V99 COMP VALUE ZERO.
000910 
000920*----------------------------------------------------------------
000930* NOMS DE LES OPERACIONS PER A L'INFORME
001590     05  FILLER          PIC X(04) VALUE "TAXA".
001600     05  FILLER          PIC X(02) VALUE SPACES.
001610     05  FILLER          PIC X(08) VALUE "OPERADOR".
001613     05  FILLER          PIC X(02) VALUE SPACES.
001616     05  FILLER          PIC X(09) VALUE "APROVADOR".
001620 
001630 01  Linia-Detall.
001640     05  Det-Any         PIC X(04).
001840     05  Det-Codi-Taxa   PIC X(04).
001850     05  FILLER          PIC X(02) VALUE SPACES.
001860     05  Det-Operador    PIC X(08).
001861     05  FILLER          PIC X(02) VALUE SPACES.
001862     05  Det-Aprovador   PIC X(08).
001863
001864 01  Linia-Reversio.
001865     05  FILLER          PIC X(12) VALUE SPACES.
001866     05  FILLER          PIC X(20) VALUE "** REVERSIO DE RUN ".
001867     05  Rev-Ed-Run-Id   PIC 9(14).
001868     05  FILLER          PIC X(05) VALUE " SEQ ".
001869     05  Rev-Ed-Seq      PIC 9(06).
001870 
001880 01  Linia-Subtotal.
001890     05  FILLER          PIC X(02) VALUE SPACES.
001990     05  FILLER          PIC X(02) VALUE SPACES.
002000     05  Tot-Ed-Import   PIC Z,ZZZ,ZZZ,ZZ9.99-.
002010 
002011 01  Linia-Total-Reversions.
002012     05  FILLER          PIC X(19) VALUE "  REVERSIONS".
002013     05  Rvt-Ed-Comptador PIC Z,ZZZ,ZZ9.
002014     05  FILLER          PIC X(02) VALUE SPACES.
002015     05  Rvt-Ed-Import   PIC Z,ZZZ,ZZZ,ZZ9.99-.
002016
002020 01  Linia-Titol-Subtotals.
002030     05  FILLER          PIC X(25) VALUE
002040         "SUBTOTALS PER OPERACIO".
002110     05  FILLER          PIC X(25) VALUE
002120         "RESUM DE FI DE DIA".
002130 
002131*----------------------------------------------------------------
002132* VERIFICACIO DE LES CUES DE CONTROL DE L'AUDITORIA
002133*----------------------------------------------------------------
002134 77  Sw-Control      PIC X(01)   VALUE "N".
002135     88  Auditoria-Alterada          VALUE "S".
002136 77  Seg-Resultat-Op PIC X(10)   VALUE SPACES.
002137 77  Comptador-Trams             PIC 9(06) COMP VALUE ZERO.
002138 77  Comptador-Recuperats        PIC 9(06) COMP VALUE ZERO.
002139 01  Acumulats-Control.
002140     05  Acu-Comptador   PIC 9(06)     COMP VALUE ZERO.
002141     05  Acu-Total       PIC S9(13)V99 COMP VALUE ZERO.
002142     05  Acu-Hash        PIC 9(09)     COMP VALUE ZERO.
002143 77  Hash-Producte               PIC 9(12) COMP VALUE ZERO.
002144 77  Hash-Quocient               PIC 9(12) COMP VALUE ZERO.
002145 77  Hash-Modul                  PIC 9(09) COMP VALUE 999999937.
002146 77  Ind-Octet                   PIC 9(04) COMP VALUE ZERO.
002147 01  Octet-Hash.
002148     05  FILLER          PIC X(01)   VALUE LOW-VALUE.
002149     05  Octet-Car       PIC X(01)   VALUE SPACE.
002150 01  Octet-Valor REDEFINES Octet-Hash PIC 9(04) COMP.
002151 77  Edt-Comptador   PIC Z(05)9.
002152 77  Edt-Total       PIC -(13)9.99.
002153 77  Edt-Hash        PIC 9(09).
002154
002155 PROCEDURE DIVISION.
002156*=================================================================
002160* 0000-MAINLINE
002170*=================================================================
002180 0000-MAINLINE.
002190     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
002200     IF NOT Error-Fatal AND NOT Auditoria-Alterada
002210         PERFORM 2000-PROCES THRU 2000-EXIT
002220     END-IF.
002230     IF NOT Error-Fatal AND NOT Auditoria-Alterada
002240         PERFORM 4000-ESCRIURE-SUBTOTALS THRU 4000-EXIT
002250         PERFORM 4500-ESCRIURE-OPERADORS THRU 4500-EXIT
002260         PERFORM 5000-ESCRIURE-TOTAL THRU 5000-EXIT
002270     END-IF.
002280     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
002285     MOVE Codi-Retorn TO RETURN-CODE.
002290     STOP RUN.
002300 
002310*=================================================================
002330*=================================================================
002340 1000-INICIALITZAR.
002350     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
002352     PERFORM 1300-LLEGIR-DATA-NEGOCI THRU 1300-EXIT.
002355     PERFORM 1200-LLEGIR-PARAMETRES THRU 1200-EXIT.
002356     PERFORM 1500-VERIFICAR-AUDITORIA THRU 1500-EXIT.
002357     IF Auditoria-Alterada
002358         GO TO 1000-EXIT
002359     END-IF.
002360     OPEN INPUT Fitxer-Auditoria.
002370     IF NOT Fs-Auditoria-Ok
002380         DISPLAY "CALCREPT: fitxer d'auditoria no obert. Status: "
002780     EXIT.
002790 
002800 2200-TRACTAR-REGISTRE.
002801     IF Auc-Es-Control
002802         PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT
002803         GO TO 2200-EXIT
002804     END-IF.
002805     IF Data-Negoci-Llegida AND Aud-Data NOT = Data-Sistema
002806         ADD 1 TO Comptador-Altres-Dies
002807         PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT
002808         GO TO 2200-EXIT
002809     END-IF.
002810     ADD 1 TO Comptador-Llegits.
002820     IF Linies-Pagina > Max-Linies
002825     OR (Aud-Es-Reversio AND Linies-Pagina > Max-Linies - 1)
002830         PERFORM 3000-NOVA-PAGINA THRU 3000-EXIT
002840     END-IF.
002850     MOVE Aud-Data (1:4) TO Det-Any.
002900     MOVE Aud-Hora (5:2) TO Det-Segons.
002910     IF Aud-Opcio >= 1 AND Aud-Opcio <= 9
002920         MOVE Nom-Operacio (Aud-Opcio) TO Det-Operacio
002930         IF NOT Aud-Es-Reversio
002933             ADD 1        TO Sub-Comptador (Aud-Opcio)
002936         END-IF
002940         ADD Aud-Resultat TO Sub-Import (Aud-Opcio)
002950     ELSE
002960         MOVE "?" TO Det-Operacio
002962     END-IF.
002964     IF Aud-Es-Reversio
002966         ADD 1            TO Comptador-Reversions
002968         ADD Aud-Resultat TO Import-Reversions
002970     END-IF.
002980     MOVE Aud-Num1     TO Det-Num1.
002990     MOVE Aud-Num2     TO Det-Num2.
003000     MOVE Aud-Resultat TO Det-Resultat.
003010     MOVE Aud-Codi-Taxa TO Det-Codi-Taxa.
003020     MOVE Aud-Operador  TO Det-Operador.
003025     MOVE Aud-Aprovador TO Det-Aprovador.
003030     PERFORM 2250-ACUMULAR-OPERADOR THRU 2250-EXIT.
003040     ADD Aud-Resultat TO Total-General.
003050     WRITE Linia-Informe FROM Linia-Detall
003100         SET Error-Fatal TO TRUE
003110     END-IF.
003120     ADD 1 TO Linies-Pagina.
003121     IF Aud-Es-Reversio AND NOT Error-Fatal
003122         MOVE Aud-Orig-Run-Id TO Rev-Ed-Run-Id
003123         MOVE Aud-Orig-Seq    TO Rev-Ed-Seq
003124         WRITE Linia-Informe FROM Linia-Reversio
003125             AFTER ADVANCING 1 LINE
003126         ADD 1 TO Linies-Pagina
003127     END-IF.
003130     PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT.
003140 2200-EXIT.
003150     EXIT.
003470     ADD 2 TO Linies-Pagina.
003480     PERFORM 4100-ESCRIURE-SUBTOTAL THRU 4100-EXIT
003490         VARYING Ind-Op FROM 1 BY 1 UNTIL Ind-Op > 9.
003491     IF Comptador-Reversions > ZERO
003492         MOVE "REVERSIONS"         TO Sub-Nom
003493         MOVE Comptador-Reversions TO Sub-Ed-Comptador
003494         MOVE Import-Reversions    TO Sub-Ed-Import
003495         WRITE Linia-Informe FROM Linia-Subtotal
003496             AFTER ADVANCING 1 LINE
003497         ADD 1 TO Linies-Pagina
003498     END-IF.
003500 4000-EXIT.
003510     EXIT.
003520 
003850         MOVE 50 TO Ind-Opr
003860         MOVE "*ALTRES*" TO Opt-Id (Ind-Opr)
003870     END-IF.
003880     IF NOT Aud-Es-Reversio
003883         ADD 1 TO Opt-Comptador (Ind-Opr)
003886     END-IF.
003890     ADD Aud-Resultat TO Opt-Import (Ind-Opr).
003900 2250-EXIT.
003910     EXIT.
003930 2260-CERCAR-OPERADOR.
003940     IF Opt-Id (Ind-Opr) = Aud-Operador
003950         SET Operador-Trobat TO TRUE
003960         IF NOT Aud-Es-Reversio
003963             ADD 1 TO Opt-Comptador (Ind-Opr)
003966         END-IF
003970         ADD Aud-Resultat TO Opt-Import (Ind-Opr)
003980     END-IF.
003990 2260-EXIT.
004420     MOVE Total-General     TO Tot-Ed-Import.
004430     WRITE Linia-Informe FROM Linia-Total-General
004440         AFTER ADVANCING 1 LINE.
004441     IF Comptador-Reversions > ZERO
004442         MOVE Comptador-Reversions TO Rvt-Ed-Comptador
004443         MOVE Import-Reversions    TO Rvt-Ed-Import
004444         WRITE Linia-Informe FROM Linia-Total-Reversions
004445             AFTER ADVANCING 1 LINE
004446     END-IF.
004450 5000-EXIT.
004460     EXIT.
004470 
004490* 9000-FINALITZAR - Tanca fitxers
004500*=================================================================
004510 9000-FINALITZAR.
004512     IF Data-Negoci-Llegida
004514         DISPLAY "CALCREPT: data de negoci " Data-Sistema
004516             ". Registres d'altres dies: " Comptador-Altres-Dies
004518     END-IF.
004520     CLOSE Fitxer-Auditoria.
004530     CLOSE Fitxer-Informe.
004531     EVALUATE TRUE
004532         WHEN Error-Fatal
004533             MOVE 12 TO Codi-Retorn
004534         WHEN Auditoria-Alterada
004535             MOVE 8 TO Codi-Retorn
004536         WHEN OTHER
004537             MOVE ZERO TO Codi-Retorn
004538     END-EVALUATE.
004540 9000-EXIT.
004550     EXIT.
004560
004570*=================================================================
004580* 1300-LLEGIR-DATA-NEGOCI - Pren la data de negoci del registre
004590*                           de control (CALCDIA): l'informe de
004600*                           fi de dia nomes recull aquell dia.
004610*                           Sense registre es recull tot
004620*=================================================================
004630 1300-LLEGIR-DATA-NEGOCI.
004640     OPEN INPUT Fitxer-Data-Negoci.
004650     IF NOT Fs-Data-Negoci-Ok
004660         GO TO 1300-EXIT
004670     END-IF.
004680     READ Fitxer-Data-Negoci
004690         NOT AT END
004700             MOVE Dng-Data TO Data-Sistema
004710             SET Data-Negoci-Llegida TO TRUE
004720     END-READ.
004730     CLOSE Fitxer-Data-Negoci.
004740 1300-EXIT.
004750     EXIT.
004760
004770*=================================================================
004780* 1500-VERIFICAR-AUDITORIA - Recalcula el recompte, el total del
004790*                            resultat i el hash de cada tram del
004800*                            fitxer d'auditoria i els compara amb
004810*                            la cua de control del tram. Una cua
004820*                            absent o un tram desquadrat aturen
004830*                            l'informe (codi 8)
004840*=================================================================
004850 1500-VERIFICAR-AUDITORIA.
004860     OPEN INPUT Fitxer-Auditoria.
004870     IF NOT Fs-Auditoria-Ok
004880         GO TO 1500-EXIT
004890     END-IF.
004900     PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT.
004910     PERFORM 1520-VERIFICAR-REGISTRE THRU 1520-EXIT
004920         UNTIL Fi-Fitxer OR Auditoria-Alterada.
004930     CLOSE Fitxer-Auditoria.
004940     MOVE "N" TO Sw-FiFitxer.
004950     IF NOT Auditoria-Alterada
004960     AND (Acu-Comptador > ZERO OR Comptador-Trams = ZERO)
004970         DISPLAY "CALCREPT: fitxer d'auditoria sense cua de "
004980             "control"
004990         MOVE "NOCONTROL" TO Seg-Resultat-Op
005000         SET Auditoria-Alterada TO TRUE
005010     END-IF.
005020     IF Auditoria-Alterada
005030         DISPLAY "CALCREPT: auditoria no verificada; no es "
005040             "processa"
005050         PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT
005060         GO TO 1500-EXIT
005070     END-IF.
005080     DISPLAY "CALCREPT: auditoria verificada. Trams: "
005090         Comptador-Trams
005100         " (recuperats: " Comptador-Recuperats ")".
005110 1500-EXIT.
005120     EXIT.
005130
005140 1520-VERIFICAR-REGISTRE.
005150     IF Auc-Es-Control
005160         PERFORM 1530-COMPARAR-CUA THRU 1530-EXIT
005170     ELSE
005180         PERFORM 1540-ACUMULAR-CONTROL THRU 1540-EXIT
005190     END-IF.
005200     PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT.
005210 1520-EXIT.
005220     EXIT.
005230
005240 1530-COMPARAR-CUA.
005250     IF Auc-Comptador = Acu-Comptador
005260     AND Auc-Total = Acu-Total
005270     AND Auc-Hash = Acu-Hash
005280         ADD 1 TO Comptador-Trams
005290         IF Auc-Es-Recuperat
005300             ADD 1 TO Comptador-Recuperats
005310         END-IF
005320         MOVE ZERO TO Acu-Comptador Acu-Total Acu-Hash
005330         GO TO 1530-EXIT
005340     END-IF.
005350     DISPLAY "CALCREPT: tram d'auditoria desquadrat. Run: "
005360         Auc-Run-Id.
005370     MOVE Auc-Comptador TO Edt-Comptador.
005380     MOVE Auc-Total     TO Edt-Total.
005390     DISPLAY "  Cua de control: " Edt-Comptador " " Edt-Total
005400         " " Auc-Hash.
005410     MOVE Acu-Comptador TO Edt-Comptador.
005420     MOVE Acu-Total     TO Edt-Total.
005430     MOVE Acu-Hash      TO Edt-Hash.
005440     DISPLAY "  Recalculat:     " Edt-Comptador " " Edt-Total
005450         " " Edt-Hash.
005460     MOVE "DESQUADRAT" TO Seg-Resultat-Op.
005470     SET Auditoria-Alterada TO TRUE.
005480 1530-EXIT.
005490     EXIT.
005500
005510 1540-ACUMULAR-CONTROL.
005520     ADD 1 TO Acu-Comptador.
005530     ADD Aud-Resultat TO Acu-Total.
005540     PERFORM 1550-HASH-OCTET THRU 1550-EXIT
005550         VARYING Ind-Octet FROM 1 BY 1
005560         UNTIL Ind-Octet > LENGTH OF Reg-Auditoria.
005570 1540-EXIT.
005580     EXIT.
005590
005600 1550-HASH-OCTET.
005610     MOVE Reg-Auditoria (Ind-Octet:1) TO Octet-Car.
005620     COMPUTE Hash-Producte = Acu-Hash * 31 + Octet-Valor + 1.
005630     DIVIDE Hash-Producte BY Hash-Modul
005640         GIVING Hash-Quocient REMAINDER Acu-Hash.
005650 1550-EXIT.
005660     EXIT.
005670 
005680*=================================================================
005690* 5400-ESCRIURE-SEGURETAT - Anota al registre de seguretat
005700*                           (mode C) la verificacio fallida
005710*                           de l'auditoria
005720*=================================================================
005730 5400-ESCRIURE-SEGURETAT.
005740     OPEN EXTEND Fitxer-Seguretat.
005750     IF Fs-Seg-Inexistent
005760         OPEN OUTPUT Fitxer-Seguretat
005770     END-IF.
005780     IF NOT Fs-Seguretat-Ok
005790         DISPLAY "CALCREPT: registre de seguretat no disponible. "
005800             "Status: " Fs-Seguretat
005810         GO TO 5400-EXIT
005820     END-IF.
005830     ACCEPT Hora-Sistema FROM TIME.
005840     MOVE SPACES             TO Reg-Seguretat.
005850     MOVE Data-Sistema       TO Seg-Data.
005860     MOVE Hora-Sistema (1:6) TO Seg-Hora.
005870     MOVE "CALCREPT"         TO Seg-Operador.
005880     MOVE "C"                TO Seg-Mode.
005890     MOVE Seg-Resultat-Op    TO Seg-Resultat.
005900     WRITE Reg-Seguretat.
005910     IF NOT Fs-Seguretat-Ok
005920         DISPLAY "CALCREPT: escriptura fallida (seguretat). "
005930             "Status: " Fs-Seguretat
005940     END-IF.
005950     CLOSE Fitxer-Seguretat.
005960 5400-EXIT.
005970     EXIT.
