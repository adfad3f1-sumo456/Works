000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCPOST.
000030 AUTHOR. J. FERRAN.
000040 INSTALLATION. DEPT. FORMACIO PROFESSIONAL.
000050 DATE-WRITTEN. 18/09/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- -------------------------------------------
000120* 18/09/2026 JF    Programa original: interficie de
000130*                  comptabilitzacio. Converteix l'auditoria del
000140*                  dia de negoci (BUSDATE) en un lot d'assenta-
000150*                  ments de partida doble (GLJRNL) amb capcalera
000160*                  de lot i cua quadrada (linies, total deure i
000170*                  total haver). Els comptes surten del fitxer de
000180*                  correspondencia GLMAP (CALCGLMP) per operacio
000190*                  i codi de taxa, o per operacio sola; sense
000200*                  correspondencia l'import va als comptes de
000210*                  suspens (operacio 0, per defecte SUSPENS) i
000220*                  surt a la pagina d'excepcions (GLEXCP). Cada
000230*                  lot s'anota al registre de lots (GLREG) amb el
000240*                  mateix format que EXTREG, per a la conciliacio
000250*                  de les confirmacions.
000251* 18/09/2026 JF    Verificacio de les cues de control de l'AUDFILE
000252*                  abans de comptabilitzar: es recalculen el
000253*                  recompte, el total i el hash de cada tram.
000254*                  Sense cua o amb un tram desquadrat no es fa
000255*                  res, es retorna codi 8 i s'anota a SECFILE
000256*                  (mode C).
000257* 23/09/2026 JF    Registre d'auditoria ampliat amb la versio de
000258*                  taxa aplicada (data d'inici i valor).
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT Fitxer-Auditoria ASSIGN TO AUDFILE
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS Fs-Auditoria.
000340
000350     SELECT Fitxer-Comptes ASSIGN TO GLMAP
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS Map-Clau
000390         FILE STATUS IS Fs-Comptes.
000400
000410     SELECT Fitxer-Assentaments ASSIGN TO GLJRNL
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS Fs-Assentaments.
000440
000450     SELECT Fitxer-Excepcions ASSIGN TO GLEXCP
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS Fs-Excepcions.
000480
000490     SELECT Fitxer-Registre ASSIGN TO GLREG
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS Fs-Registre.
000520
000530     SELECT Fitxer-Parametres ASSIGN TO PARMFILE
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS Parm-Clau
000570         FILE STATUS IS Fs-Parametres.
000580
000590     SELECT Fitxer-Data-Negoci ASSIGN TO BUSDATE
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS Fs-Data-Negoci.
000620
000622     SELECT Fitxer-Seguretat ASSIGN TO SECFILE
000624         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS Fs-Seguretat.
000628
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  Fitxer-Auditoria.
000660 01  Reg-Auditoria.
000670     05  Aud-Run-Id          PIC 9(14).
000680     05  FILLER              PIC X(01).
000690     05  Aud-Seq             PIC 9(06).
000700     05  FILLER              PIC X(01).
000710     05  Aud-Data            PIC 9(08).
000720     05  FILLER              PIC X(01).
000730     05  Aud-Hora            PIC 9(06).
000740     05  FILLER              PIC X(01).
000750     05  Aud-Opcio           PIC 9.
000760     05  FILLER              PIC X(01).
000770     05  Aud-Num1            PIC S9(7)V99
000780                              SIGN IS LEADING SEPARATE CHARACTER.
000790     05  FILLER              PIC X(01).
000800     05  Aud-Num2            PIC S9(7)V99
000810                              SIGN IS LEADING SEPARATE CHARACTER.
000820     05  FILLER              PIC X(01).
000830     05  Aud-Resultat        PIC S9(7)V99
000840                              SIGN IS LEADING SEPARATE CHARACTER.
000850     05  FILLER              PIC X(01).
000860     05  Aud-Codi-Taxa       PIC X(04).
000870     05  FILLER              PIC X(01).
000880     05  Aud-Operador        PIC X(08).
000890     05  FILLER              PIC X(01).
000900     05  Aud-Aprovador       PIC X(08).
000910     05  FILLER              PIC X(01).
000920     05  Aud-Tipus           PIC X(01).
000930         88  Aud-Es-Reversio         VALUE "R".
000940     05  FILLER              PIC X(01).
000950     05  Aud-Orig-Run-Id     PIC 9(14).
000960     05  FILLER              PIC X(01).
000970     05  Aud-Orig-Seq        PIC 9(06).
000971     05  FILLER              PIC X(01).
000972     05  Aud-Taxa-Inici      PIC 9(08).
000973     05  FILLER              PIC X(01).
000974     05  Aud-Taxa-Valor      PIC S9(3)V9(4)
000975                              SIGN IS LEADING SEPARATE CHARACTER.
000980
000981 01  Reg-Control-Auditoria.
000982     05  Auc-Marca           PIC X(14).
000983         88  Auc-Es-Control          VALUE "CONTROL".
000984     05  FILLER              PIC X(01).
000985     05  Auc-Run-Id          PIC 9(14).
000986     05  FILLER              PIC X(01).
000987     05  Auc-Comptador       PIC 9(06).
000988     05  FILLER              PIC X(01).
000989     05  Auc-Total           PIC S9(13)V99
000990                              SIGN IS LEADING SEPARATE CHARACTER.
000991     05  FILLER              PIC X(01).
000992     05  Auc-Hash            PIC 9(09).
000993     05  FILLER              PIC X(01).
000994     05  Auc-Origen          PIC X(08).
000995     05  FILLER              PIC X(01).
000996     05  Auc-Recuperat       PIC X(01).
000997         88  Auc-Es-Recuperat        VALUE "S".
000998
000999 FD  Fitxer-Comptes.
001000 01  Reg-Compte.
001010     05  Map-Clau.
001020         10  Map-Opcio       PIC 9.
001030         10  Map-Codi-Taxa   PIC X(04).
001040     05  Map-Compte-Deure    PIC X(10).
001050     05  Map-Compte-Haver    PIC X(10).
001060     05  Map-Descripcio      PIC X(20).
001070
001080 FD  Fitxer-Assentaments.
001090 01  Linia-Assentament       PIC X(100).
001100
001110 FD  Fitxer-Excepcions.
001120 01  Linia-Excepcio          PIC X(132).
001130
001140 FD  Fitxer-Registre.
001150 01  Reg-Registre.
001160     05  Grg-Data            PIC 9(08).
001170     05  FILLER              PIC X(01).
001180     05  Grg-Comptador       PIC 9(06).
001190     05  FILLER              PIC X(01).
001200     05  Grg-Total           PIC S9(13)V99
001210                              SIGN IS LEADING SEPARATE CHARACTER.
001220
001230 FD  Fitxer-Parametres.
001240 01  Reg-Parametre.
001250     05  Parm-Clau           PIC X(08).
001260     05  Parm-Valor-Num      PIC 9(06).
001270     05  Parm-Valor-Text     PIC X(04).
001280     05  Parm-Descripcio     PIC X(30).
001290
001300 FD  Fitxer-Data-Negoci.
001310 01  Reg-Data-Negoci.
001320     05  Dng-Data            PIC 9(08).
001330     05  FILLER              PIC X(01).
001340     05  Dng-Estat           PIC X(01).
001350         88  Dng-Dia-Obert           VALUE "O".
001360         88  Dng-Dia-Tancat          VALUE "T".
001370     05  FILLER              PIC X(01).
001380     05  Dng-Data-Canvi      PIC 9(08).
001390     05  FILLER              PIC X(01).
001400     05  Dng-Hora-Canvi      PIC 9(06).
001410     05  FILLER              PIC X(01).
001420     05  Dng-Operador        PIC X(08).
001430
001431 FD  Fitxer-Seguretat.
001432 01  Reg-Seguretat.
001433     05  Seg-Data            PIC 9(08).
001434     05  FILLER              PIC X(01).
001435     05  Seg-Hora            PIC 9(06).
001436     05  FILLER              PIC X(01).
001437     05  Seg-Operador        PIC X(08).
001438     05  FILLER              PIC X(01).
001439     05  Seg-Mode            PIC X(01).
001440     05  FILLER              PIC X(01).
001441     05  Seg-Resultat        PIC X(10).
001442
001443 WORKING-STORAGE SECTION.
001450*----------------------------------------------------------------
001460* INDICADORS D'ESTAT DE FITXERS
001470*----------------------------------------------------------------
001480 01  Fs-Auditoria        PIC X(02).
001490     88  Fs-Auditoria-Ok         VALUE "00".
001492 01  Fs-Seguretat        PIC X(02).
001494     88  Fs-Seguretat-Ok         VALUE "00".
001496     88  Fs-Seg-Inexistent       VALUE "35".
001500 01  Fs-Comptes          PIC X(02).
001510     88  Fs-Comptes-Ok           VALUE "00".
001520 01  Fs-Assentaments     PIC X(02).
001530     88  Fs-Assentaments-Ok      VALUE "00".
001540 01  Fs-Excepcions       PIC X(02).
001550     88  Fs-Excepcions-Ok        VALUE "00".
001560 01  Fs-Registre         PIC X(02).
001570     88  Fs-Registre-Ok          VALUE "00".
001580     88  Fs-Registre-Inexistent  VALUE "35".
001590 01  Fs-Parametres       PIC X(02).
001600     88  Fs-Parametres-Ok        VALUE "00".
001610 01  Fs-Data-Negoci      PIC X(02).
001620     88  Fs-Data-Negoci-Ok       VALUE "00".
001630
001640*----------------------------------------------------------------
001650* COMPTADORS I INDICADORS DE CONTROL
001660*----------------------------------------------------------------
001670 77  Sw-FiFitxer     PIC X(01)   VALUE "N".
001680     88  Fi-Fitxer                   VALUE "S".
001690 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
001700     88  Error-Fatal                 VALUE "S".
001710 77  Sw-Data-Negoci  PIC X(01)   VALUE "N".
001720     88  Data-Negoci-Llegida         VALUE "S".
001730 77  Sw-Suspens      PIC X(01)   VALUE "N".
001740     88  Compte-Suspens              VALUE "S".
001750 77  Sw-Quadre       PIC X(01)   VALUE "S".
001760     88  Lot-Quadrat                 VALUE "S".
001770 77  Data-Sistema                PIC 9(08) VALUE ZERO.
001780 77  Hora-Sistema                PIC 9(08) VALUE ZERO.
001790 77  Num-Pagina      PIC 9(03) COMP VALUE ZERO.
001800 77  Linies-Pagina   PIC 9(03) COMP VALUE ZERO.
001810 77  Max-Linies      PIC 9(03) COMP VALUE 55.
001820 77  Comptador-Llegits           PIC 9(06) COMP VALUE ZERO.
001830 77  Comptador-Altres-Dies       PIC 9(06) COMP VALUE ZERO.
001840 77  Comptador-Comptabilitzats   PIC 9(06) COMP VALUE ZERO.
001850 77  Comptador-Import-Zero       PIC 9(06) COMP VALUE ZERO.
001860 77  Comptador-Linies            PIC 9(06) COMP VALUE ZERO.
001870 77  Comptador-Excepcions        PIC 9(06) COMP VALUE ZERO.
001880 77  Total-Deure     PIC 9(13)V99 COMP VALUE ZERO.
001890 77  Total-Haver     PIC 9(13)V99 COMP VALUE ZERO.
001900 77  Total-Suspens   PIC S9(13)V99 COMP VALUE ZERO.
001910 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
001920
001930*----------------------------------------------------------------
001940* COMPTES DE L'ASSENTAMENT EN CURS
001950*----------------------------------------------------------------
001960 01  Lot-Id.
001970     05  Lot-Data        PIC 9(08).
001980     05  Lot-Hora        PIC 9(06).
001990 77  Suspens-Deure   PIC X(10)   VALUE "SUSPENS".
002000 77  Suspens-Haver   PIC X(10)   VALUE "SUSPENS".
002010 77  Compte-Deure    PIC X(10)   VALUE SPACES.
002020 77  Compte-Haver    PIC X(10)   VALUE SPACES.
002030 77  Import-Assentament          PIC 9(07)V99 VALUE ZERO.
002040 77  Compte-Linia    PIC X(10)   VALUE SPACES.
002050 77  Sentit-Linia    PIC X(01)   VALUE SPACE.
002060
002070*----------------------------------------------------------------
002080* NOMS DE LES OPERACIONS PER A LA PAGINA D'EXCEPCIONS
002090*----------------------------------------------------------------
002100 01  Noms-Operacions.
002110     05  FILLER          PIC X(15) VALUE "SUMA".
002120     05  FILLER          PIC X(15) VALUE "RESTA".
002130     05  FILLER          PIC X(15) VALUE "MULTIPLICACIO".
002140     05  FILLER          PIC X(15) VALUE "DIVISIO".
002150     05  FILLER          PIC X(15) VALUE "?".
002160     05  FILLER          PIC X(15) VALUE "PERCENTATGE".
002170     05  FILLER          PIC X(15) VALUE "MODUL".
002180     05  FILLER          PIC X(15) VALUE "?".
002190     05  FILLER          PIC X(15) VALUE "APLICA TAXA".
002200 01  Taula-Noms-Op REDEFINES Noms-Operacions.
002210     05  Nom-Operacio    OCCURS 9 TIMES PIC X(15).
002220
002230*----------------------------------------------------------------
002240* REGISTRES DEL LOT D'ASSENTAMENTS: capcalera (H), linia (D)
002250* i cua (T). Els imports van sense signe; el costat el dona
002260* el sentit (D = deure, H = haver)
002270*----------------------------------------------------------------
002280 01  Linia-Asn-Capcalera.
002290     05  FILLER          PIC X(01) VALUE "H".
002300     05  FILLER          PIC X(01) VALUE SPACE.
002310     05  Asc-Lot         PIC 9(14).
002320     05  FILLER          PIC X(01) VALUE SPACE.
002330     05  Asc-Data        PIC 9(08).
002340     05  FILLER          PIC X(01) VALUE SPACE.
002350     05  FILLER          PIC X(08) VALUE "CALCPOST".
002360
002370 01  Linia-Asn-Detall.
002380     05  FILLER          PIC X(01) VALUE "D".
002390     05  FILLER          PIC X(01) VALUE SPACE.
002400     05  Asd-Lot         PIC 9(14).
002410     05  FILLER          PIC X(01) VALUE SPACE.
002420     05  Asd-Linia       PIC 9(06).
002430     05  FILLER          PIC X(01) VALUE SPACE.
002440     05  Asd-Data        PIC 9(08).
002450     05  FILLER          PIC X(01) VALUE SPACE.
002460     05  Asd-Compte      PIC X(10).
002470     05  FILLER          PIC X(01) VALUE SPACE.
002480     05  Asd-Sentit      PIC X(01).
002490     05  FILLER          PIC X(01) VALUE SPACE.
002500     05  Asd-Import      PIC 9(11)V99.
002510     05  FILLER          PIC X(01) VALUE SPACE.
002520     05  Asd-Run-Id      PIC 9(14).
002530     05  FILLER          PIC X(01) VALUE SPACE.
002540     05  Asd-Seq         PIC 9(06).
002550     05  FILLER          PIC X(01) VALUE SPACE.
002560     05  Asd-Opcio       PIC 9.
002570     05  FILLER          PIC X(01) VALUE SPACE.
002580     05  Asd-Codi-Taxa   PIC X(04).
002590     05  FILLER          PIC X(01) VALUE SPACE.
002600     05  Asd-Suspens     PIC X(01).
002610
002620 01  Linia-Asn-Cua.
002630     05  FILLER          PIC X(01) VALUE "T".
002640     05  FILLER          PIC X(01) VALUE SPACE.
002650     05  Asq-Lot         PIC 9(14).
002660     05  FILLER          PIC X(01) VALUE SPACE.
002670     05  Asq-Linies      PIC 9(06).
002680     05  FILLER          PIC X(01) VALUE SPACE.
002690     05  Asq-Total-Deure PIC 9(13)V99.
002700     05  FILLER          PIC X(01) VALUE SPACE.
002710     05  Asq-Total-Haver PIC 9(13)V99.
002720
002730*----------------------------------------------------------------
002740* LINIES DE LA PAGINA D'EXCEPCIONS
002750*----------------------------------------------------------------
002760 01  Linia-Capcalera-1.
002770     05  FILLER          PIC X(10) VALUE "CALCPOST".
002780     05  FILLER          PIC X(42) VALUE
002790         "EXCEPCIONS DE COMPTABILITZACIO".
002800     05  FILLER          PIC X(05) VALUE "LOT: ".
002810     05  Cap-Lot         PIC 9(14).
002820     05  FILLER          PIC X(05) VALUE SPACES.
002830     05  FILLER          PIC X(06) VALUE "DATA: ".
002840     05  Cap-Any         PIC X(04).
002850     05  FILLER          PIC X(01) VALUE "/".
002860     05  Cap-Mes         PIC X(02).
002870     05  FILLER          PIC X(01) VALUE "/".
002880     05  Cap-Dia         PIC X(02).
002890     05  FILLER          PIC X(05) VALUE SPACES.
002900     05  FILLER          PIC X(05) VALUE "PAG: ".
002910     05  Cap-Pagina      PIC ZZ9.
002920
002930 01  Linia-Capcalera-2.
002940     05  FILLER          PIC X(14) VALUE "RUN".
002950     05  FILLER          PIC X(02) VALUE SPACES.
002960     05  FILLER          PIC X(06) VALUE "SEQ".
002970     05  FILLER          PIC X(02) VALUE SPACES.
002980     05  FILLER          PIC X(15) VALUE "OPERACIO".
002990     05  FILLER          PIC X(02) VALUE SPACES.
003000     05  FILLER          PIC X(04) VALUE "TAXA".
003010     05  FILLER          PIC X(02) VALUE SPACES.
003020     05  FILLER          PIC X(12) VALUE "     IMPORT".
003030     05  FILLER          PIC X(02) VALUE SPACES.
003040     05  FILLER          PIC X(10) VALUE "DEURE".
003050     05  FILLER          PIC X(02) VALUE SPACES.
003060     05  FILLER          PIC X(10) VALUE "HAVER".
003070     05  FILLER          PIC X(02) VALUE SPACES.
003080     05  FILLER          PIC X(08) VALUE "OPERADOR".
003090
003100 01  Linia-Detall.
003110     05  Det-Run         PIC 9(14).
003120     05  FILLER          PIC X(02) VALUE SPACES.
003130     05  Det-Seq         PIC 9(06).
003140     05  FILLER          PIC X(02) VALUE SPACES.
003150     05  Det-Operacio    PIC X(15).
003160     05  FILLER          PIC X(02) VALUE SPACES.
003170     05  Det-Codi-Taxa   PIC X(04).
003180     05  FILLER          PIC X(02) VALUE SPACES.
003190     05  Det-Import      PIC -(8)9.99.
003200     05  FILLER          PIC X(02) VALUE SPACES.
003210     05  Det-Deure       PIC X(10).
003220     05  FILLER          PIC X(02) VALUE SPACES.
003230     05  Det-Haver       PIC X(10).
003240     05  FILLER          PIC X(02) VALUE SPACES.
003250     05  Det-Operador    PIC X(08).
003260
003270 01  Linia-Resum.
003280     05  Res-Literal     PIC X(30).
003290     05  Res-Comptador   PIC ZZZZZ9.
003300
003310 01  Linia-Resum-Import.
003320     05  Rsi-Literal     PIC X(30).
003330     05  Rsi-Import      PIC -(12)9.99.
003340
003341*----------------------------------------------------------------
003342* VERIFICACIO DE LES CUES DE CONTROL DE L'AUDITORIA
003343*----------------------------------------------------------------
003344 77  Sw-Control      PIC X(01)   VALUE "N".
003345     88  Auditoria-Alterada          VALUE "S".
003346 77  Seg-Resultat-Op PIC X(10)   VALUE SPACES.
003347 77  Comptador-Trams             PIC 9(06) COMP VALUE ZERO.
003348 77  Comptador-Recuperats        PIC 9(06) COMP VALUE ZERO.
003349 01  Acumulats-Control.
003350     05  Acu-Comptador   PIC 9(06)     COMP VALUE ZERO.
003351     05  Acu-Total       PIC S9(13)V99 COMP VALUE ZERO.
003352     05  Acu-Hash        PIC 9(09)     COMP VALUE ZERO.
003353 77  Hash-Producte               PIC 9(12) COMP VALUE ZERO.
003354 77  Hash-Quocient               PIC 9(12) COMP VALUE ZERO.
003355 77  Hash-Modul                  PIC 9(09) COMP VALUE 999999937.
003356 77  Ind-Octet                   PIC 9(04) COMP VALUE ZERO.
003357 01  Octet-Hash.
003358     05  FILLER          PIC X(01)   VALUE LOW-VALUE.
003359     05  Octet-Car       PIC X(01)   VALUE SPACE.
003360 01  Octet-Valor REDEFINES Octet-Hash PIC 9(04) COMP.
003361 77  Edt-Comptador   PIC Z(05)9.
003362 77  Edt-Total       PIC -(13)9.99.
003363 77  Edt-Hash        PIC 9(09).
003364
003365 PROCEDURE DIVISION.
003366*=================================================================
003370* 0000-MAINLINE
003380*=================================================================
003390 0000-MAINLINE.
003400     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
003410     IF NOT Error-Fatal AND NOT Auditoria-Alterada
003420         PERFORM 2000-PROCES THRU 2000-EXIT
003430     END-IF.
003440     IF NOT Error-Fatal AND NOT Auditoria-Alterada
003450         PERFORM 3000-ESCRIURE-CUA THRU 3000-EXIT
003460     END-IF.
003470     IF NOT Error-Fatal AND NOT Auditoria-Alterada
003480         PERFORM 4000-ESCRIURE-RESUM THRU 4000-EXIT
003490     END-IF.
003500     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
003510     MOVE Codi-Retorn TO RETURN-CODE.
003520     STOP RUN.
003530
003540*=================================================================
003550* 1000-INICIALITZAR - Obre fitxers, pren els comptes de suspens
003560*                     i escriu la capcalera del lot
003570*=================================================================
003580 1000-INICIALITZAR.
003590     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
003600     ACCEPT Hora-Sistema FROM TIME.
003610     DISPLAY "CALCPOST - Comptabilitzacio de l'auditoria".
003620     PERFORM 1100-LLEGIR-DATA-NEGOCI THRU 1100-EXIT.
003630     PERFORM 1200-LLEGIR-PARAMETRES THRU 1200-EXIT.
003640     MOVE Data-Sistema       TO Lot-Data.
003650     MOVE Hora-Sistema (1:6) TO Lot-Hora.
003652     PERFORM 1500-VERIFICAR-AUDITORIA THRU 1500-EXIT.
003654     IF Auditoria-Alterada
003656         GO TO 1000-EXIT
003658     END-IF.
003660     OPEN INPUT Fitxer-Auditoria.
003670     IF NOT Fs-Auditoria-Ok
003680         DISPLAY "CALCPOST: fitxer d'auditoria no obert. "
003690             "Status: " Fs-Auditoria
003700         SET Error-Fatal TO TRUE
003710         GO TO 1000-EXIT
003720     END-IF.
003730     OPEN INPUT Fitxer-Comptes.
003740     IF NOT Fs-Comptes-Ok
003750         DISPLAY "CALCPOST: fitxer de comptes no obert. "
003760             "Status: " Fs-Comptes
003770         SET Error-Fatal TO TRUE
003780         GO TO 1000-EXIT
003790     END-IF.
003800     PERFORM 1300-LLEGIR-SUSPENS THRU 1300-EXIT.
003810     OPEN OUTPUT Fitxer-Assentaments.
003820     IF NOT Fs-Assentaments-Ok
003830         DISPLAY "CALCPOST: fitxer d'assentaments no obert. "
003840             "Status: " Fs-Assentaments
003850         SET Error-Fatal TO TRUE
003860         GO TO 1000-EXIT
003870     END-IF.
003880     OPEN OUTPUT Fitxer-Excepcions.
003890     IF NOT Fs-Excepcions-Ok
003900         DISPLAY "CALCPOST: fitxer d'excepcions no obert. "
003910             "Status: " Fs-Excepcions
003920         SET Error-Fatal TO TRUE
003930         GO TO 1000-EXIT
003940     END-IF.
003950     MOVE Lot-Id       TO Asc-Lot.
003960     MOVE Data-Sistema TO Asc-Data.
003970     WRITE Linia-Assentament FROM Linia-Asn-Capcalera.
003980     IF NOT Fs-Assentaments-Ok
003990         DISPLAY "CALCPOST: escriptura fallida (assentaments). "
004000             "Status: " Fs-Assentaments
004010         SET Error-Fatal TO TRUE
004020         GO TO 1000-EXIT
004030     END-IF.
004040     PERFORM 3500-NOVA-PAGINA THRU 3500-EXIT.
004050 1000-EXIT.
004060     EXIT.
004070
004080*=================================================================
004090* 1100-LLEGIR-DATA-NEGOCI - Pren la data de negoci del registre
004100*                           de control (CALCDIA): nomes es
004110*                           comptabilitza l'auditoria d'aquell
004120*                           dia. Sense registre es comptabilitza
004130*                           tot el fitxer
004140*=================================================================
004150 1100-LLEGIR-DATA-NEGOCI.
004160     OPEN INPUT Fitxer-Data-Negoci.
004170     IF NOT Fs-Data-Negoci-Ok
004180         GO TO 1100-EXIT
004190     END-IF.
004200     READ Fitxer-Data-Negoci
004210         NOT AT END
004220             MOVE Dng-Data TO Data-Sistema
004230             SET Data-Negoci-Llegida TO TRUE
004240     END-READ.
004250     CLOSE Fitxer-Data-Negoci.
004260 1100-EXIT.
004270     EXIT.
004280
004290*=================================================================
004300* 1200-LLEGIR-PARAMETRES - Llegeix el fons de pagina del fitxer
004310*                          de parametres (clau MAXLINIA); sense
004320*                          fitxer o clau es conserva el defecte
004330*=================================================================
004340 1200-LLEGIR-PARAMETRES.
004350     OPEN INPUT Fitxer-Parametres.
004360     IF NOT Fs-Parametres-Ok
004370         GO TO 1200-EXIT
004380     END-IF.
004390     MOVE "MAXLINIA" TO Parm-Clau.
004400     READ Fitxer-Parametres
004410         NOT INVALID KEY
004420             IF Parm-Valor-Num > 10 AND Parm-Valor-Num < 999
004430                 MOVE Parm-Valor-Num TO Max-Linies
004440             END-IF
004450     END-READ.
004460     CLOSE Fitxer-Parametres.
004470 1200-EXIT.
004480     EXIT.
004490
004500*=================================================================
004510* 1300-LLEGIR-SUSPENS - Els comptes de suspens son la
004520*                       correspondencia de l'operacio 0; sense
004530*                       aquesta entrada es fa servir SUSPENS
004540*=================================================================
004550 1300-LLEGIR-SUSPENS.
004560     MOVE ZERO   TO Map-Opcio.
004570     MOVE SPACES TO Map-Codi-Taxa.
004580     READ Fitxer-Comptes
004590         INVALID KEY
004600             DISPLAY "CALCPOST: sense comptes de suspens a GLMAP;"
004610                 " es fa servir " Suspens-Deure
004620             GO TO 1300-EXIT
004630     END-READ.
004640     IF Map-Compte-Deure NOT = SPACES
004650         MOVE Map-Compte-Deure TO Suspens-Deure
004660     END-IF.
004670     IF Map-Compte-Haver NOT = SPACES
004680         MOVE Map-Compte-Haver TO Suspens-Haver
004690     END-IF.
004700 1300-EXIT.
004710     EXIT.
004720
004721*=================================================================
004722* 1500-VERIFICAR-AUDITORIA - Recalcula el recompte, el total del
004723*                            resultat i el hash de cada tram del
004724*                            fitxer d'auditoria i els compara amb
004725*                            la cua de control del tram. Una cua
004726*                            absent o un tram desquadrat aturen
004727*                            la comptabilitzacio (codi 8)
004728*=================================================================
004729 1500-VERIFICAR-AUDITORIA.
004730     OPEN INPUT Fitxer-Auditoria.
004731     IF NOT Fs-Auditoria-Ok
004732         GO TO 1500-EXIT
004733     END-IF.
004734     PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT.
004735     PERFORM 1520-VERIFICAR-REGISTRE THRU 1520-EXIT
004736         UNTIL Fi-Fitxer OR Auditoria-Alterada.
004737     CLOSE Fitxer-Auditoria.
004738     MOVE "N" TO Sw-FiFitxer.
004739     IF NOT Auditoria-Alterada
004740     AND (Acu-Comptador > ZERO OR Comptador-Trams = ZERO)
004741         DISPLAY "CALCPOST: fitxer d'auditoria sense cua de "
004742             "control"
004743         MOVE "NOCONTROL" TO Seg-Resultat-Op
004744         SET Auditoria-Alterada TO TRUE
004745     END-IF.
004746     IF Auditoria-Alterada
004747         DISPLAY "CALCPOST: auditoria no verificada; no es "
004748             "processa"
004749         PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT
004750         GO TO 1500-EXIT
004751     END-IF.
004752     DISPLAY "CALCPOST: auditoria verificada. Trams: "
004753         Comptador-Trams
004754         " (recuperats: " Comptador-Recuperats ")".
004755 1500-EXIT.
004756     EXIT.
004757
004758 1520-VERIFICAR-REGISTRE.
004759     IF Auc-Es-Control
004760         PERFORM 1530-COMPARAR-CUA THRU 1530-EXIT
004761     ELSE
004762         PERFORM 1540-ACUMULAR-CONTROL THRU 1540-EXIT
004763     END-IF.
004764     PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT.
004765 1520-EXIT.
004766     EXIT.
004767
004768 1530-COMPARAR-CUA.
004769     IF Auc-Comptador = Acu-Comptador
004770     AND Auc-Total = Acu-Total
004771     AND Auc-Hash = Acu-Hash
004772         ADD 1 TO Comptador-Trams
004773         IF Auc-Es-Recuperat
004774             ADD 1 TO Comptador-Recuperats
004775         END-IF
004776         MOVE ZERO TO Acu-Comptador Acu-Total Acu-Hash
004777         GO TO 1530-EXIT
004778     END-IF.
004779     DISPLAY "CALCPOST: tram d'auditoria desquadrat. Run: "
004780         Auc-Run-Id.
004781     MOVE Auc-Comptador TO Edt-Comptador.
004782     MOVE Auc-Total     TO Edt-Total.
004783     DISPLAY "  Cua de control: " Edt-Comptador " " Edt-Total
004784         " " Auc-Hash.
004785     MOVE Acu-Comptador TO Edt-Comptador.
004786     MOVE Acu-Total     TO Edt-Total.
004787     MOVE Acu-Hash      TO Edt-Hash.
004788     DISPLAY "  Recalculat:     " Edt-Comptador " " Edt-Total
004789         " " Edt-Hash.
004790     MOVE "DESQUADRAT" TO Seg-Resultat-Op.
004791     SET Auditoria-Alterada TO TRUE.
004792 1530-EXIT.
004793     EXIT.
004794
004795 1540-ACUMULAR-CONTROL.
004796     ADD 1 TO Acu-Comptador.
004797     ADD Aud-Resultat TO Acu-Total.
004798     PERFORM 1550-HASH-OCTET THRU 1550-EXIT
004799         VARYING Ind-Octet FROM 1 BY 1
004800         UNTIL Ind-Octet > LENGTH OF Reg-Auditoria.
004801 1540-EXIT.
004802     EXIT.
004803
004804 1550-HASH-OCTET.
004805     MOVE Reg-Auditoria (Ind-Octet:1) TO Octet-Car.
004806     COMPUTE Hash-Producte = Acu-Hash * 31 + Octet-Valor + 1.
004807     DIVIDE Hash-Producte BY Hash-Modul
004808         GIVING Hash-Quocient REMAINDER Acu-Hash.
004809 1550-EXIT.
004810     EXIT.
004811
004812*=================================================================
004813* 2000-PROCES - Comptabilitza cada registre d'auditoria
004814*=================================================================
004815 2000-PROCES.
004816     PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT.
004817     PERFORM 2200-COMPTABILITZAR THRU 2200-EXIT
004818         UNTIL Fi-Fitxer OR Error-Fatal.
004819 2000-EXIT.
004820     EXIT.
004821
004830 2100-LLEGIR-AUDITORIA.
004840     READ Fitxer-Auditoria
004850         AT END
004860             SET Fi-Fitxer TO TRUE
004870     END-READ.
004880 2100-EXIT.
004890     EXIT.
004900
004910*=================================================================
004920* 2200-COMPTABILITZAR - Un registre d'auditoria dona una linia
004930*                       al deure i una a l'haver pel valor
004940*                       absolut del resultat. Un resultat
004950*                       negatiu (com el d'una reversio) inverteix
004960*                       els costats. Els resultats zero no
004970*                       generen assentament
004980*=================================================================
004990 2200-COMPTABILITZAR.
004992     IF Auc-Es-Control
004994         GO TO 2200-SEGUENT
004996     END-IF.
005000     ADD 1 TO Comptador-Llegits.
005010     IF Data-Negoci-Llegida
005020     AND Aud-Data NOT = Data-Sistema
005030         ADD 1 TO Comptador-Altres-Dies
005040         GO TO 2200-SEGUENT
005050     END-IF.
005060     IF Aud-Resultat = ZERO
005070         ADD 1 TO Comptador-Import-Zero
005080         GO TO 2200-SEGUENT
005090     END-IF.
005100     PERFORM 2300-BUSCAR-COMPTES THRU 2300-EXIT.
005110     IF Aud-Resultat < ZERO
005120         COMPUTE Import-Assentament = ZERO - Aud-Resultat
005130         MOVE Compte-Haver TO Compte-Linia
005140         MOVE "D"          TO Sentit-Linia
005150         PERFORM 2400-ESCRIURE-LINIA THRU 2400-EXIT
005160         MOVE Compte-Deure TO Compte-Linia
005170         MOVE "H"          TO Sentit-Linia
005180         PERFORM 2400-ESCRIURE-LINIA THRU 2400-EXIT
005190     ELSE
005200         MOVE Aud-Resultat TO Import-Assentament
005210         MOVE Compte-Deure TO Compte-Linia
005220         MOVE "D"          TO Sentit-Linia
005230         PERFORM 2400-ESCRIURE-LINIA THRU 2400-EXIT
005240         MOVE Compte-Haver TO Compte-Linia
005250         MOVE "H"          TO Sentit-Linia
005260         PERFORM 2400-ESCRIURE-LINIA THRU 2400-EXIT
005270     END-IF.
005280     IF Error-Fatal
005290         GO TO 2200-EXIT
005300     END-IF.
005310     ADD 1 TO Comptador-Comptabilitzats.
005320     IF Compte-Suspens
005330         PERFORM 2500-ESCRIURE-EXCEPCIO THRU 2500-EXIT
005340     END-IF.
005350 2200-SEGUENT.
005360     PERFORM 2100-LLEGIR-AUDITORIA THRU 2100-EXIT.
005370 2200-EXIT.
005380     EXIT.
005390
005400*=================================================================
005410* 2300-BUSCAR-COMPTES - Cerca la correspondencia per operacio i
005420*                       codi de taxa, i si no n'hi ha, per
005430*                       operacio sola (taxa en blanc). Sense
005440*                       correspondencia van els comptes de
005450*                       suspens
005460*=================================================================
005470 2300-BUSCAR-COMPTES.
005480     MOVE "N" TO Sw-Suspens.
005490     IF Aud-Opcio = ZERO
005500         GO TO 2300-SUSPENS
005510     END-IF.
005520     MOVE Aud-Opcio     TO Map-Opcio.
005530     MOVE Aud-Codi-Taxa TO Map-Codi-Taxa.
005540     IF Aud-Codi-Taxa NOT = SPACES
005550         READ Fitxer-Comptes
005560             INVALID KEY
005570                 MOVE SPACES TO Map-Codi-Taxa
005580             NOT INVALID KEY
005590                 GO TO 2300-TROBADA
005595         END-READ
005600     END-IF.
005610     READ Fitxer-Comptes
005620         INVALID KEY
005630             GO TO 2300-SUSPENS
005640     END-READ.
005650 2300-TROBADA.
005660     MOVE Map-Compte-Deure TO Compte-Deure.
005670     MOVE Map-Compte-Haver TO Compte-Haver.
005680     GO TO 2300-EXIT.
005690 2300-SUSPENS.
005700     SET Compte-Suspens TO TRUE.
005710     MOVE Suspens-Deure TO Compte-Deure.
005720     MOVE Suspens-Haver TO Compte-Haver.
005730 2300-EXIT.
005740     EXIT.
005750
005760*=================================================================
005770* 2400-ESCRIURE-LINIA - Escriu una linia del lot i l'acumula al
005780*                       total del seu costat
005790*=================================================================
005800 2400-ESCRIURE-LINIA.
005810     ADD 1 TO Comptador-Linies.
005820     MOVE Lot-Id             TO Asd-Lot.
005830     MOVE Comptador-Linies   TO Asd-Linia.
005840     MOVE Aud-Data           TO Asd-Data.
005850     MOVE Compte-Linia       TO Asd-Compte.
005860     MOVE Sentit-Linia       TO Asd-Sentit.
005870     MOVE Import-Assentament TO Asd-Import.
005880     MOVE Aud-Run-Id         TO Asd-Run-Id.
005890     MOVE Aud-Seq            TO Asd-Seq.
005900     MOVE Aud-Opcio          TO Asd-Opcio.
005910     MOVE Aud-Codi-Taxa      TO Asd-Codi-Taxa.
005920     IF Compte-Suspens
005930         MOVE "S"   TO Asd-Suspens
005940     ELSE
005950         MOVE SPACE TO Asd-Suspens
005960     END-IF.
005970     WRITE Linia-Assentament FROM Linia-Asn-Detall.
005980     IF NOT Fs-Assentaments-Ok
005990         DISPLAY "CALCPOST: escriptura fallida (assentaments). "
006000             "Status: " Fs-Assentaments
006010         SET Error-Fatal TO TRUE
006020         GO TO 2400-EXIT
006030     END-IF.
006040     IF Sentit-Linia = "D"
006050         ADD Import-Assentament TO Total-Deure
006060     ELSE
006070         ADD Import-Assentament TO Total-Haver
006080     END-IF.
006090 2400-EXIT.
006100     EXIT.
006110
006120*=================================================================
006130* 2500-ESCRIURE-EXCEPCIO - Anota a la pagina d'excepcions el
006140*                          registre comptabilitzat a suspens
006150*=================================================================
006160 2500-ESCRIURE-EXCEPCIO.
006170     ADD 1 TO Comptador-Excepcions.
006180     ADD Aud-Resultat TO Total-Suspens.
006190     IF Linies-Pagina > Max-Linies
006200         PERFORM 3500-NOVA-PAGINA THRU 3500-EXIT
006210     END-IF.
006220     MOVE Aud-Run-Id    TO Det-Run.
006230     MOVE Aud-Seq       TO Det-Seq.
006240     IF Aud-Opcio >= 1 AND Aud-Opcio <= 9
006250         MOVE Nom-Operacio (Aud-Opcio) TO Det-Operacio
006260     ELSE
006270         MOVE "?" TO Det-Operacio
006280     END-IF.
006290     MOVE Aud-Codi-Taxa TO Det-Codi-Taxa.
006300     MOVE Aud-Resultat  TO Det-Import.
006310     MOVE Suspens-Deure TO Det-Deure.
006320     MOVE Suspens-Haver TO Det-Haver.
006330     MOVE Aud-Operador  TO Det-Operador.
006340     WRITE Linia-Excepcio FROM Linia-Detall
006350         AFTER ADVANCING 1 LINE.
006360     IF NOT Fs-Excepcions-Ok
006370         DISPLAY "CALCPOST: escriptura fallida (excepcions). "
006380             "Status: " Fs-Excepcions
006390         SET Error-Fatal TO TRUE
006400         GO TO 2500-EXIT
006410     END-IF.
006420     ADD 1 TO Linies-Pagina.
006430 2500-EXIT.
006440     EXIT.
006450
006460*=================================================================
006470* 3000-ESCRIURE-CUA - Cua del lot amb el nombre de linies i els
006480*                     totals del deure i de l'haver, que han de
006490*                     quadrar. Despres s'anota el lot al registre
006500*=================================================================
006510 3000-ESCRIURE-CUA.
006520     IF Total-Deure NOT = Total-Haver
006530         MOVE "N" TO Sw-Quadre
006540         DISPLAY "CALCPOST: lot fora de quadre. Deure: "
006550             Total-Deure " Haver: " Total-Haver
006560     END-IF.
006570     MOVE Lot-Id           TO Asq-Lot.
006580     MOVE Comptador-Linies TO Asq-Linies.
006590     MOVE Total-Deure      TO Asq-Total-Deure.
006600     MOVE Total-Haver      TO Asq-Total-Haver.
006610     WRITE Linia-Assentament FROM Linia-Asn-Cua.
006620     IF NOT Fs-Assentaments-Ok
006630         DISPLAY "CALCPOST: escriptura fallida (assentaments). "
006640             "Status: " Fs-Assentaments
006650         SET Error-Fatal TO TRUE
006660         GO TO 3000-EXIT
006670     END-IF.
006680     PERFORM 3100-ANOTAR-REGISTRE THRU 3100-EXIT.
006690 3000-EXIT.
006700     EXIT.
006710
006720*=================================================================
006730* 3100-ANOTAR-REGISTRE - Afegeix el lot al registre de lots
006740*                        (data, nombre de linies i total del
006750*                        deure) per a la conciliacio de les
006760*                        confirmacions de comptabilitat
006770*=================================================================
006780 3100-ANOTAR-REGISTRE.
006790     OPEN EXTEND Fitxer-Registre.
006800     IF Fs-Registre-Inexistent
006810         OPEN OUTPUT Fitxer-Registre
006820     END-IF.
006830     IF NOT Fs-Registre-Ok
006840         DISPLAY "CALCPOST: registre de lots no obert. "
006850             "Status: " Fs-Registre
006860         SET Error-Fatal TO TRUE
006870         GO TO 3100-EXIT
006880     END-IF.
006890     MOVE SPACES           TO Reg-Registre.
006900     MOVE Data-Sistema     TO Grg-Data.
006910     MOVE Comptador-Linies TO Grg-Comptador.
006920     MOVE Total-Deure      TO Grg-Total.
006930     WRITE Reg-Registre.
006940     IF NOT Fs-Registre-Ok
006950         DISPLAY "CALCPOST: escriptura fallida (registre). "
006960             "Status: " Fs-Registre
006970         SET Error-Fatal TO TRUE
006980     END-IF.
006990     CLOSE Fitxer-Registre.
007000 3100-EXIT.
007010     EXIT.
007020
007030*=================================================================
007040* 3500-NOVA-PAGINA - Salta de pagina i escriu les capcaleres de
007050*                    la pagina d'excepcions
007060*=================================================================
007070 3500-NOVA-PAGINA.
007080     ADD 1 TO Num-Pagina.
007090     MOVE Lot-Id             TO Cap-Lot.
007100     MOVE Data-Sistema (1:4) TO Cap-Any.
007110     MOVE Data-Sistema (5:2) TO Cap-Mes.
007120     MOVE Data-Sistema (7:2) TO Cap-Dia.
007130     MOVE Num-Pagina         TO Cap-Pagina.
007140     WRITE Linia-Excepcio FROM Linia-Capcalera-1
007150         AFTER ADVANCING PAGE.
007160     WRITE Linia-Excepcio FROM Linia-Capcalera-2
007170         AFTER ADVANCING 2 LINES.
007180     MOVE 3 TO Linies-Pagina.
007190 3500-EXIT.
007200     EXIT.
007210
007220*=================================================================
007230* 4000-ESCRIURE-RESUM - Resum de la pagina d'excepcions
007240*=================================================================
007250 4000-ESCRIURE-RESUM.
007260     IF Linies-Pagina > Max-Linies - 5
007270         PERFORM 3500-NOVA-PAGINA THRU 3500-EXIT
007280     END-IF.
007290     MOVE "REGISTRES A SUSPENS:"       TO Res-Literal.
007300     MOVE Comptador-Excepcions         TO Res-Comptador.
007310     WRITE Linia-Excepcio FROM Linia-Resum
007320         AFTER ADVANCING 3 LINES.
007330     MOVE "IMPORT NET A SUSPENS:"      TO Rsi-Literal.
007340     MOVE Total-Suspens                TO Rsi-Import.
007350     WRITE Linia-Excepcio FROM Linia-Resum-Import
007360         AFTER ADVANCING 1 LINE.
007370     IF Comptador-Excepcions = ZERO
007380         MOVE "  (CAP EXCEPCIO AL LOT)" TO Linia-Excepcio
007390         WRITE Linia-Excepcio AFTER ADVANCING 2 LINES
007400     END-IF.
007410 4000-EXIT.
007420     EXIT.
007430
007431*=================================================================
007432* 5400-ESCRIURE-SEGURETAT - Anota al registre de seguretat
007433*                           (mode C) la verificacio fallida
007434*                           de l'auditoria
007435*=================================================================
007436 5400-ESCRIURE-SEGURETAT.
007437     OPEN EXTEND Fitxer-Seguretat.
007438     IF Fs-Seg-Inexistent
007439         OPEN OUTPUT Fitxer-Seguretat
007440     END-IF.
007441     IF NOT Fs-Seguretat-Ok
007442         DISPLAY "CALCPOST: registre de seguretat no disponible. "
007443             "Status: " Fs-Seguretat
007444         GO TO 5400-EXIT
007445     END-IF.
007446     ACCEPT Hora-Sistema FROM TIME.
007447     MOVE SPACES             TO Reg-Seguretat.
007448     MOVE Data-Sistema       TO Seg-Data.
007449     MOVE Hora-Sistema (1:6) TO Seg-Hora.
007450     MOVE "CALCPOST"         TO Seg-Operador.
007451     MOVE "C"                TO Seg-Mode.
007452     MOVE Seg-Resultat-Op    TO Seg-Resultat.
007453     WRITE Reg-Seguretat.
007454     IF NOT Fs-Seguretat-Ok
007455         DISPLAY "CALCPOST: escriptura fallida (seguretat). "
007456             "Status: " Fs-Seguretat
007457     END-IF.
007458     CLOSE Fitxer-Seguretat.
007459 5400-EXIT.
007460     EXIT.
007461
007462*=================================================================
007463* 9000-FINALITZAR - Resum i tancament. Codi 8 si el lot no
007464*                   quadra, 4 si hi ha registres a suspens
007470*=================================================================
007480 9000-FINALITZAR.
007490     CLOSE Fitxer-Auditoria.
007500     CLOSE Fitxer-Comptes.
007510     CLOSE Fitxer-Assentaments.
007520     CLOSE Fitxer-Excepcions.
007530     DISPLAY "CALCPOST finalitzat. Lot: " Lot-Id.
007540     DISPLAY "Registres d'auditoria llegits:   "
007545         Comptador-Llegits.
007550     DISPLAY "Registres comptabilitzats:       "
007560         Comptador-Comptabilitzats.
007570     DISPLAY "Registres amb import zero:       "
007580         Comptador-Import-Zero.
007590     DISPLAY "Linies d'assentament:            " Comptador-Linies.
007600     DISPLAY "Registres a suspens:             "
007610         Comptador-Excepcions.
007620     IF Data-Negoci-Llegida
007630         DISPLAY "CALCPOST: data de negoci " Data-Sistema
007640             ". Registres d'altres dies: " Comptador-Altres-Dies
007650     END-IF.
007660     EVALUATE TRUE
007670         WHEN Error-Fatal
007680             MOVE 12 TO Codi-Retorn
007683         WHEN Auditoria-Alterada
007686             MOVE 8 TO Codi-Retorn
007690         WHEN NOT Lot-Quadrat
007700             MOVE 8 TO Codi-Retorn
007710         WHEN Comptador-Excepcions > 0
007720             MOVE 4 TO Codi-Retorn
007730         WHEN OTHER
007740             MOVE ZERO TO Codi-Retorn
007750     END-EVALUATE.
007760 9000-EXIT.
007770     EXIT.
