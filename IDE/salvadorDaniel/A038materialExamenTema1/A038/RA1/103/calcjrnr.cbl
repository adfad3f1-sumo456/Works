000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCJRNR.
000030 AUTHOR. J. FERRAN.
000040 INSTALLATION. DEPT. FORMACIO PROFESSIONAL.
000050 DATE-WRITTEN. 07/09/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- -------------------------------------------
000120* 07/09/2026 JF    Programa original: informe imprimible del
000130*                  diari de manteniment (MNTJRNL) que escriuen
000140*                  CALCRATE i CALCPARM. Per a un interval de
000150*                  dates demanat a l'operador llista cada alta,
000160*                  modificacio i baixa amb l'operador, l'hora,
000170*                  la clau i els valors abans i despres del
000180*                  canvi, i resumeix els canvis per accio. Fons
000190*                  de pagina de PARMFILE (clau MAXLINIA).
000192* 18/09/2026 JF    Imatges de la correspondencia comptable
000194*                  (CALCGLMP) amb els comptes del deure i de
000196*                  l'haver.
000197* 25/09/2026 JF    Imatges de les ordres permanents (CALCORDM):
000198*                  operacio, operands, taxa, frequencia,
000199*                  vigencia i operador propietari.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT Fitxer-Diari ASSIGN TO MNTJRNL
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS Fs-Diari.
000280
000290     SELECT Fitxer-Informe ASSIGN TO JRNRPT
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS Fs-Informe.
000320
000330     SELECT Fitxer-Parametres ASSIGN TO PARMFILE
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS Parm-Clau
000370         FILE STATUS IS Fs-Parametres.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  Fitxer-Diari.
000420 01  Reg-Diari.
000430     05  Jrn-Data            PIC 9(08).
000440     05  FILLER              PIC X(01).
000450     05  Jrn-Hora            PIC 9(06).
000460     05  FILLER              PIC X(01).
000470     05  Jrn-Operador        PIC X(08).
000480     05  FILLER              PIC X(01).
000490     05  Jrn-Programa        PIC X(08).
000500     05  FILLER              PIC X(01).
000510     05  Jrn-Accio           PIC X(01).
000520         88  Jrn-Es-Alta             VALUE "A".
000530         88  Jrn-Es-Modificacio      VALUE "M".
000540         88  Jrn-Es-Baixa            VALUE "B".
000550     05  FILLER              PIC X(01).
000560     05  Jrn-Clau            PIC X(12).
000570     05  FILLER              PIC X(01).
000580     05  Jrn-Abans           PIC X(50).
000590     05  FILLER              PIC X(01).
000600     05  Jrn-Despres         PIC X(50).
000610
000620 FD  Fitxer-Informe.
000630 01  Linia-Informe           PIC X(132).
000640
000650 FD  Fitxer-Parametres.
000660 01  Reg-Parametre.
000670     05  Parm-Clau           PIC X(08).
000680     05  Parm-Valor-Num      PIC 9(06).
000690     05  Parm-Valor-Text     PIC X(04).
000700     05  Parm-Descripcio     PIC X(30).
000710
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
000740* PARAMETRES DEMANATS A L'OPERADOR
000750*----------------------------------------------------------------
000760 01  Data-Desde          PIC 9(08).
000770 01  Data-Fins           PIC 9(08).
000780
000790*----------------------------------------------------------------
000800* INDICADORS D'ESTAT DE FITXERS
000810*----------------------------------------------------------------
000820 01  Fs-Diari            PIC X(02).
000830     88  Fs-Diari-Ok             VALUE "00".
000840 01  Fs-Informe          PIC X(02).
000850     88  Fs-Informe-Ok           VALUE "00".
000860 01  Fs-Parametres       PIC X(02).
000870     88  Fs-Parametres-Ok        VALUE "00".
000880
000890*----------------------------------------------------------------
000900* COMPTADORS I INDICADORS DE CONTROL
000910*----------------------------------------------------------------
000920 77  Sw-FiFitxer     PIC X(01)   VALUE "N".
000930     88  Fi-Fitxer                   VALUE "S".
000940 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
000950     88  Error-Fatal                 VALUE "S".
000960 77  Data-Sistema    PIC 9(08).
000970 77  Num-Pagina      PIC 9(03) COMP VALUE ZERO.
000980 77  Linies-Pagina   PIC 9(03) COMP VALUE ZERO.
000990 77  Max-Linies      PIC 9(03) COMP VALUE 55.
001000 77  Comptador-Llegits           PIC 9(06) COMP VALUE ZERO.
001010 77  Comptador-Interval          PIC 9(06) COMP VALUE ZERO.
001020 77  Comptador-Altes             PIC 9(06) COMP VALUE ZERO.
001030 77  Comptador-Modificacions     PIC 9(06) COMP VALUE ZERO.
001040 77  Comptador-Baixes            PIC 9(06) COMP VALUE ZERO.
001050 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
001055 77  Literal-Imatge      PIC X(09)   VALUE SPACES.
001060
001070*----------------------------------------------------------------
001080* IMATGE DEL REGISTRE MANTINGUT (vista segons el programa que
001090* ha fet el canvi)
001100*----------------------------------------------------------------
001110 01  Imatge-Treball      PIC X(50).
001120 01  Imatge-Taxa REDEFINES Imatge-Treball.
001130     05  Imt-Codi            PIC X(04).
001140     05  Imt-Data-Inici      PIC 9(08).
001150     05  Imt-Descripcio      PIC X(20).
001160     05  Imt-Valor           PIC S9(3)V9(4)
001170                              SIGN IS LEADING SEPARATE CHARACTER.
001180     05  Imt-Data-Fi         PIC 9(08).
001190     05  FILLER              PIC X(02).
001200 01  Imatge-Parametre REDEFINES Imatge-Treball.
001210     05  Imp-Clau            PIC X(08).
001220     05  Imp-Valor-Num       PIC 9(06).
001230     05  Imp-Valor-Text      PIC X(04).
001240     05  Imp-Descripcio      PIC X(30).
001250     05  FILLER              PIC X(02).
001251 01  Imatge-Compte REDEFINES Imatge-Treball.
001252     05  Imc-Opcio           PIC 9.
001253     05  Imc-Codi-Taxa       PIC X(04).
001254     05  Imc-Compte-Deure    PIC X(10).
001255     05  Imc-Compte-Haver    PIC X(10).
001256     05  Imc-Descripcio      PIC X(20).
001257     05  FILLER              PIC X(05).
001258 01  Imatge-Ordre REDEFINES Imatge-Treball.
001259     05  Imo-Opcio           PIC 9.
001260     05  Imo-Num1            PIC S9(7)V99
001261                              SIGN IS LEADING SEPARATE CHARACTER.
001262     05  Imo-Num2            PIC S9(7)V99
001263                              SIGN IS LEADING SEPARATE CHARACTER.
001264     05  Imo-Codi-Taxa       PIC X(04).
001265     05  Imo-Frequencia      PIC X(01).
001266     05  Imo-Data-Inici      PIC 9(08).
001267     05  Imo-Data-Fi         PIC 9(08).
001268     05  Imo-Operador        PIC X(08).
001270
001280*----------------------------------------------------------------
001290* LINIES DE L'INFORME
001300*----------------------------------------------------------------
001310 01  Linia-Capcalera-1.
001320     05  FILLER          PIC X(10) VALUE "CALCJRNR".
001330     05  FILLER          PIC X(42) VALUE
001340         "INFORME DEL DIARI DE MANTENIMENT".
001350     05  FILLER          PIC X(07) VALUE "DE:    ".
001360     05  Cap-Desde       PIC 9(08).
001370     05  FILLER          PIC X(04) VALUE " A: ".
001380     05  Cap-Fins        PIC 9(08).
001390     05  FILLER          PIC X(05) VALUE SPACES.
001400     05  FILLER          PIC X(06) VALUE "DATA: ".
001410     05  Cap-Any         PIC X(04).
001420     05  FILLER          PIC X(01) VALUE "/".
001430     05  Cap-Mes         PIC X(02).
001440     05  FILLER          PIC X(01) VALUE "/".
001450     05  Cap-Dia         PIC X(02).
001460     05  FILLER          PIC X(05) VALUE SPACES.
001470     05  FILLER          PIC X(05) VALUE "PAG: ".
001480     05  Cap-Pagina      PIC ZZ9.
001490
001500 01  Linia-Capcalera-2.
001510     05  FILLER          PIC X(10) VALUE "DATA".
001520     05  FILLER          PIC X(02) VALUE SPACES.
001530     05  FILLER          PIC X(08) VALUE "HORA".
001540     05  FILLER          PIC X(02) VALUE SPACES.
001550     05  FILLER          PIC X(08) VALUE "OPERADOR".
001560     05  FILLER          PIC X(02) VALUE SPACES.
001570     05  FILLER          PIC X(08) VALUE "PROGRAMA".
001580     05  FILLER          PIC X(02) VALUE SPACES.
001590     05  FILLER          PIC X(12) VALUE "ACCIO".
001600     05  FILLER          PIC X(02) VALUE SPACES.
001610     05  FILLER          PIC X(12) VALUE "CLAU".
001620
001630 01  Linia-Detall.
001640     05  Det-Any         PIC X(04).
001650     05  FILLER          PIC X(01) VALUE "/".
001660     05  Det-Mes         PIC X(02).
001670     05  FILLER          PIC X(01) VALUE "/".
001680     05  Det-Dia         PIC X(02).
001690     05  FILLER          PIC X(02) VALUE SPACES.
001700     05  Det-Hores       PIC X(02).
001710     05  FILLER          PIC X(01) VALUE ":".
001720     05  Det-Minuts      PIC X(02).
001730     05  FILLER          PIC X(01) VALUE ":".
001740     05  Det-Segons      PIC X(02).
001750     05  FILLER          PIC X(02) VALUE SPACES.
001760     05  Det-Operador    PIC X(08).
001770     05  FILLER          PIC X(02) VALUE SPACES.
001780     05  Det-Programa    PIC X(08).
001790     05  FILLER          PIC X(02) VALUE SPACES.
001800     05  Det-Accio       PIC X(12).
001810     05  FILLER          PIC X(02) VALUE SPACES.
001820     05  Det-Clau        PIC X(12).
001830
001840 01  Linia-Img-Taxa.
001850     05  FILLER          PIC X(12) VALUE SPACES.
001860     05  Lit-Taxa        PIC X(09).
001870     05  FILLER          PIC X(02) VALUE SPACES.
001880     05  Lit-Descripcio  PIC X(20).
001890     05  FILLER          PIC X(08) VALUE "  VALOR ".
001900     05  Lit-Valor       PIC -ZZ9.9999.
001910     05  FILLER          PIC X(11) VALUE "  VIGENCIA ".
001920     05  Lit-Data-Inici  PIC 9(08).
001930     05  FILLER          PIC X(03) VALUE " - ".
001940     05  Lit-Data-Fi     PIC 9(08).
001950
001960 01  Linia-Img-Parametre.
001970     05  FILLER          PIC X(12) VALUE SPACES.
001980     05  Lip-Literal     PIC X(09).
001990     05  FILLER          PIC X(08) VALUE "  VALOR ".
002000     05  Lip-Valor-Num   PIC ZZZZZ9.
002010     05  FILLER          PIC X(07) VALUE "  TEXT ".
002020     05  Lip-Valor-Text  PIC X(04).
002030     05  FILLER          PIC X(02) VALUE SPACES.
002040     05  Lip-Descripcio  PIC X(30).
002050
002051 01  Linia-Img-Compte.
002052     05  FILLER          PIC X(12) VALUE SPACES.
002053     05  Lim-Literal     PIC X(09).
002054     05  FILLER          PIC X(08) VALUE "  DEURE ".
002055     05  Lim-Compte-Deure PIC X(10).
002056     05  FILLER          PIC X(08) VALUE "  HAVER ".
002057     05  Lim-Compte-Haver PIC X(10).
002058     05  FILLER          PIC X(02) VALUE SPACES.
002059     05  Lim-Descripcio  PIC X(20).
002060 01  Linia-Img-Ordre.
002061     05  FILLER          PIC X(12) VALUE SPACES.
002062     05  Lio-Literal     PIC X(09).
002063     05  FILLER          PIC X(05) VALUE "  OP ".
002064     05  Lio-Opcio       PIC 9.
002065     05  FILLER          PIC X(07) VALUE "  NUM1 ".
002066     05  Lio-Num1        PIC -(7)9.99.
002067     05  FILLER          PIC X(07) VALUE "  NUM2 ".
002068     05  Lio-Num2        PIC -(7)9.99.
002069     05  FILLER          PIC X(07) VALUE "  TAXA ".
002070     05  Lio-Codi-Taxa   PIC X(04).
002071     05  FILLER          PIC X(07) VALUE "  FREQ ".
002072     05  Lio-Frequencia  PIC X(01).
002073     05  FILLER          PIC X(02) VALUE SPACES.
002074     05  Lio-Data-Inici  PIC 9(08).
002075     05  FILLER          PIC X(03) VALUE " - ".
002076     05  Lio-Data-Fi     PIC 9(08).
002077     05  FILLER          PIC X(07) VALUE "  PROP ".
002078     05  Lio-Operador    PIC X(08).
002079
002080 01  Linia-Img-Crua.
002081     05  FILLER          PIC X(12) VALUE SPACES.
002082     05  Lic-Literal     PIC X(09).
002090     05  FILLER          PIC X(02) VALUE SPACES.
002100     05  Lic-Imatge      PIC X(50).
002110
002120 01  Linia-Resum.
002130     05  Res-Literal     PIC X(30).
002140     05  Res-Comptador   PIC ZZZZZ9.
002150
002160 PROCEDURE DIVISION.
002170*=================================================================
002180* 0000-MAINLINE
002190*=================================================================
002200 0000-MAINLINE.
002210     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
002220     IF NOT Error-Fatal
002230         PERFORM 2000-PROCES THRU 2000-EXIT
002240     END-IF.
002250     IF NOT Error-Fatal
002260         PERFORM 4000-ESCRIURE-RESUM THRU 4000-EXIT
002270     END-IF.
002280     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
002290     MOVE Codi-Retorn TO RETURN-CODE.
002300     STOP RUN.
002310
002320*=================================================================
002330* 1000-INICIALITZAR - Demana l'interval de dates i obre els
002340*                     fitxers
002350*=================================================================
002360 1000-INICIALITZAR.
002370     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
002380     DISPLAY "CALCJRNR - Informe de canvis de taxes i parametres".
002390     DISPLAY "Data inicial (AAAAMMDD, 0 = sense limit): ".
002400     ACCEPT Data-Desde.
002410     DISPLAY "Data final (AAAAMMDD, 0 = sense limit): ".
002420     ACCEPT Data-Fins.
002430     IF Data-Fins = ZERO
002440         MOVE 99999999 TO Data-Fins
002450     END-IF.
002460     PERFORM 1200-LLEGIR-PARAMETRES THRU 1200-EXIT.
002470     OPEN INPUT Fitxer-Diari.
002480     IF NOT Fs-Diari-Ok
002490         DISPLAY "CALCJRNR: diari de manteniment no obert. "
002500             "Status: " Fs-Diari
002510         SET Error-Fatal TO TRUE
002520         GO TO 1000-EXIT
002530     END-IF.
002540     OPEN OUTPUT Fitxer-Informe.
002550     IF NOT Fs-Informe-Ok
002560         DISPLAY "CALCJRNR: fitxer d'informe no obert. Status: "
002570             Fs-Informe
002580         SET Error-Fatal TO TRUE
002590         GO TO 1000-EXIT
002600     END-IF.
002610     PERFORM 3000-NOVA-PAGINA THRU 3000-EXIT.
002620 1000-EXIT.
002630     EXIT.
002640
002650*=================================================================
002660* 1200-LLEGIR-PARAMETRES - Llegeix el fons de pagina del fitxer
002670*                          de parametres (clau MAXLINIA); sense
002680*                          fitxer o clau es conserva el defecte
002690*=================================================================
002700 1200-LLEGIR-PARAMETRES.
002710     OPEN INPUT Fitxer-Parametres.
002720     IF NOT Fs-Parametres-Ok
002730         GO TO 1200-EXIT
002740     END-IF.
002750     MOVE "MAXLINIA" TO Parm-Clau.
002760     READ Fitxer-Parametres
002770         NOT INVALID KEY
002780             IF Parm-Valor-Num > 10 AND Parm-Valor-Num < 999
002790                 MOVE Parm-Valor-Num TO Max-Linies
002800             END-IF
002810     END-READ.
002820     CLOSE Fitxer-Parametres.
002830 1200-EXIT.
002840     EXIT.
002850
002860*=================================================================
002870* 2000-PROCES - Llegeix el diari i imprimeix els canvis de
002880*               l'interval
002890*=================================================================
002900 2000-PROCES.
002910     PERFORM 2100-LLEGIR-DIARI THRU 2100-EXIT.
002920     PERFORM 2200-TRACTAR-CANVI THRU 2200-EXIT
002930         UNTIL Fi-Fitxer OR Error-Fatal.
002940 2000-EXIT.
002950     EXIT.
002960
002970 2100-LLEGIR-DIARI.
002980     READ Fitxer-Diari
002990         AT END
003000             SET Fi-Fitxer TO TRUE
003010     END-READ.
003020 2100-EXIT.
003030     EXIT.
003040
003050 2200-TRACTAR-CANVI.
003060     ADD 1 TO Comptador-Llegits.
003070     IF Jrn-Data < Data-Desde OR Jrn-Data > Data-Fins
003080         GO TO 2200-SEGUENT
003090     END-IF.
003100     ADD 1 TO Comptador-Interval.
003110     IF Linies-Pagina > Max-Linies - 3
003120         PERFORM 3000-NOVA-PAGINA THRU 3000-EXIT
003130     END-IF.
003140     MOVE Jrn-Data (1:4) TO Det-Any.
003150     MOVE Jrn-Data (5:2) TO Det-Mes.
003160     MOVE Jrn-Data (7:2) TO Det-Dia.
003170     MOVE Jrn-Hora (1:2) TO Det-Hores.
003180     MOVE Jrn-Hora (3:2) TO Det-Minuts.
003190     MOVE Jrn-Hora (5:2) TO Det-Segons.
003200     MOVE Jrn-Operador   TO Det-Operador.
003210     MOVE Jrn-Programa   TO Det-Programa.
003220     MOVE Jrn-Clau       TO Det-Clau.
003230     EVALUATE TRUE
003240         WHEN Jrn-Es-Alta
003250             MOVE "ALTA"         TO Det-Accio
003260             ADD 1 TO Comptador-Altes
003270         WHEN Jrn-Es-Modificacio
003280             MOVE "MODIFICACIO"  TO Det-Accio
003290             ADD 1 TO Comptador-Modificacions
003300         WHEN Jrn-Es-Baixa
003310             MOVE "BAIXA"        TO Det-Accio
003320             ADD 1 TO Comptador-Baixes
003330         WHEN OTHER
003340             MOVE "?"            TO Det-Accio
003350     END-EVALUATE.
003360     WRITE Linia-Informe FROM Linia-Detall
003370         AFTER ADVANCING 2 LINES.
003380     IF NOT Fs-Informe-Ok
003390         DISPLAY "CALCJRNR: escriptura fallida (informe). "
003400             "Status: " Fs-Informe
003410         SET Error-Fatal TO TRUE
003420         GO TO 2200-EXIT
003430     END-IF.
003440     MOVE "ABANS:"   TO Literal-Imatge.
003450     MOVE Jrn-Abans  TO Imatge-Treball.
003460     PERFORM 2300-ESCRIURE-IMATGE THRU 2300-EXIT.
003470     MOVE "DESPRES:" TO Literal-Imatge.
003480     MOVE Jrn-Despres TO Imatge-Treball.
003490     PERFORM 2300-ESCRIURE-IMATGE THRU 2300-EXIT.
003500     ADD 4 TO Linies-Pagina.
003510 2200-SEGUENT.
003520     PERFORM 2100-LLEGIR-DIARI THRU 2100-EXIT.
003530 2200-EXIT.
003540     EXIT.
003550
003560*=================================================================
003570* 2300-ESCRIURE-IMATGE - Imprimeix una imatge del registre amb
003580*                        el format del fitxer que l'ha generada;
003590*                        una imatge en blanc (alta o baixa) surt
003600*                        com a (CAP)
003610*=================================================================
003620 2300-ESCRIURE-IMATGE.
003630     IF Imatge-Treball = SPACES
003640         MOVE Literal-Imatge TO Lic-Literal
003650         MOVE "(CAP)"        TO Lic-Imatge
003660         WRITE Linia-Informe FROM Linia-Img-Crua
003670             AFTER ADVANCING 1 LINE
003680         GO TO 2300-EXIT
003690     END-IF.
003700     EVALUATE Jrn-Programa
003710         WHEN "CALCRATE"
003720             MOVE Literal-Imatge TO Lit-Taxa
003730             MOVE Imt-Descripcio TO Lit-Descripcio
003740             MOVE Imt-Valor      TO Lit-Valor
003750             MOVE Imt-Data-Inici TO Lit-Data-Inici
003760             MOVE Imt-Data-Fi    TO Lit-Data-Fi
003770             WRITE Linia-Informe FROM Linia-Img-Taxa
003780                 AFTER ADVANCING 1 LINE
003790         WHEN "CALCPARM"
003800             MOVE Literal-Imatge TO Lip-Literal
003810             MOVE Imp-Valor-Num  TO Lip-Valor-Num
003820             MOVE Imp-Valor-Text TO Lip-Valor-Text
003830             MOVE Imp-Descripcio TO Lip-Descripcio
003840             WRITE Linia-Informe FROM Linia-Img-Parametre
003850                 AFTER ADVANCING 1 LINE
003851         WHEN "CALCGLMP"
003852             MOVE Literal-Imatge   TO Lim-Literal
003853             MOVE Imc-Compte-Deure TO Lim-Compte-Deure
003854             MOVE Imc-Compte-Haver TO Lim-Compte-Haver
003855             MOVE Imc-Descripcio   TO Lim-Descripcio
003856             WRITE Linia-Informe FROM Linia-Img-Compte
003857                 AFTER ADVANCING 1 LINE
003858         WHEN "CALCORDM"
003859             MOVE Literal-Imatge TO Lio-Literal
003860             MOVE Imo-Opcio      TO Lio-Opcio
003861             MOVE Imo-Num1       TO Lio-Num1
003862             MOVE Imo-Num2       TO Lio-Num2
003863             MOVE Imo-Codi-Taxa  TO Lio-Codi-Taxa
003864             MOVE Imo-Frequencia TO Lio-Frequencia
003865             MOVE Imo-Data-Inici TO Lio-Data-Inici
003866             MOVE Imo-Data-Fi    TO Lio-Data-Fi
003867             MOVE Imo-Operador   TO Lio-Operador
003868             WRITE Linia-Informe FROM Linia-Img-Ordre
003869                 AFTER ADVANCING 1 LINE
003870         WHEN OTHER
003871             MOVE Literal-Imatge TO Lic-Literal
003880             MOVE Imatge-Treball TO Lic-Imatge
003890             WRITE Linia-Informe FROM Linia-Img-Crua
003900                 AFTER ADVANCING 1 LINE
003910     END-EVALUATE.
003920 2300-EXIT.
003930     EXIT.
003940
003950*=================================================================
003960* 3000-NOVA-PAGINA - Salta de pagina i escriu les capcaleres
003970*=================================================================
003980 3000-NOVA-PAGINA.
003990     ADD 1 TO Num-Pagina.
004000     MOVE Data-Desde         TO Cap-Desde.
004010     MOVE Data-Fins          TO Cap-Fins.
004020     MOVE Data-Sistema (1:4) TO Cap-Any.
004030     MOVE Data-Sistema (5:2) TO Cap-Mes.
004040     MOVE Data-Sistema (7:2) TO Cap-Dia.
004050     MOVE Num-Pagina TO Cap-Pagina.
004060     WRITE Linia-Informe FROM Linia-Capcalera-1
004070         AFTER ADVANCING PAGE.
004080     WRITE Linia-Informe FROM Linia-Capcalera-2
004090         AFTER ADVANCING 2 LINES.
004100     MOVE 3 TO Linies-Pagina.
004110 3000-EXIT.
004120     EXIT.
004130
004140*=================================================================
004150* 4000-ESCRIURE-RESUM - Resum dels canvis de l'interval per
004160*                       accio
004170*=================================================================
004180 4000-ESCRIURE-RESUM.
004190     IF Linies-Pagina > Max-Linies - 6
004200         PERFORM 3000-NOVA-PAGINA THRU 3000-EXIT
004210     END-IF.
004220     MOVE "CANVIS DE L'INTERVAL:"      TO Res-Literal.
004230     MOVE Comptador-Interval           TO Res-Comptador.
004240     WRITE Linia-Informe FROM Linia-Resum
004250         AFTER ADVANCING 3 LINES.
004260     MOVE "  ALTES:"                   TO Res-Literal.
004270     MOVE Comptador-Altes              TO Res-Comptador.
004280     WRITE Linia-Informe FROM Linia-Resum
004290         AFTER ADVANCING 1 LINE.
004300     MOVE "  MODIFICACIONS:"           TO Res-Literal.
004310     MOVE Comptador-Modificacions      TO Res-Comptador.
004320     WRITE Linia-Informe FROM Linia-Resum
004330         AFTER ADVANCING 1 LINE.
004340     MOVE "  BAIXES:"                  TO Res-Literal.
004350     MOVE Comptador-Baixes             TO Res-Comptador.
004360     WRITE Linia-Informe FROM Linia-Resum
004370         AFTER ADVANCING 1 LINE.
004380     IF Comptador-Interval = ZERO
004390         MOVE "  (CAP CANVI A L'INTERVAL)" TO Linia-Informe
004400         WRITE Linia-Informe AFTER ADVANCING 2 LINES
004410     END-IF.
004420     DISPLAY "Anotacions llegides:    " Comptador-Llegits.
004430     DISPLAY "Canvis de l'interval:   " Comptador-Interval.
004440 4000-EXIT.
004450     EXIT.
004460
004470*=================================================================
004480* 9000-FINALITZAR - Tanca fitxers
004490*=================================================================
004500 9000-FINALITZAR.
004510     CLOSE Fitxer-Diari.
004520     CLOSE Fitxer-Informe.
004530     IF Error-Fatal
004540         MOVE 12 TO Codi-Retorn
004550     ELSE
004560         MOVE ZERO TO Codi-Retorn
004570     END-IF.
004580     DISPLAY "CALCJRNR finalitzat.".
004590 9000-EXIT.
004600     EXIT.
