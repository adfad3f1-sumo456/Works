000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALCGLMP.
000030 AUTHOR. J. FERRAN.
000040 INSTALLATION. DEPT. FORMACIO PROFESSIONAL.
000050 DATE-WRITTEN. 18/09/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----- -------------------------------------------
000120* 18/09/2026 JF    Programa original: manteniment del fitxer
000130*                  indexat de correspondencia comptable (GLMAP)
000140*                  que fa servir CALCPOST. La clau es l'operacio
000150*                  mes el codi de taxa (en blanc = qualsevol
000160*                  taxa) i el registre dona els comptes del deure
000170*                  i de l'haver. L'operacio 0 guarda els comptes
000180*                  de suspens. Identificacio previa d'un
000190*                  supervisor (SECFILE, mode G) i anotacio de
000200*                  cada canvi al diari de manteniment (MNTJRNL).
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT Fitxer-Comptes ASSIGN TO GLMAP
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS Map-Clau
000300         FILE STATUS IS Fs-Comptes.
000310
000320     SELECT Fitxer-Operadors ASSIGN TO OPRFILE
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS Opr-Id
000360         FILE STATUS IS Fs-Operadors.
000370
000380     SELECT Fitxer-Seguretat ASSIGN TO SECFILE
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS Fs-Seguretat.
000410
000420     SELECT Fitxer-Diari ASSIGN TO MNTJRNL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS Fs-Diari.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  Fitxer-Comptes.
000490 01  Reg-Compte.
000500     05  Map-Clau.
000510         10  Map-Opcio       PIC 9.
000520         10  Map-Codi-Taxa   PIC X(04).
000530     05  Map-Compte-Deure    PIC X(10).
000540     05  Map-Compte-Haver    PIC X(10).
000550     05  Map-Descripcio      PIC X(20).
000560
000570 FD  Fitxer-Operadors.
000580 01  Reg-Operador.
000590     05  Opr-Id              PIC X(08).
000600     05  Opr-Nom             PIC X(20).
000610     05  Opr-Aut-Int         PIC X(01).
000620     05  Opr-Aut-Lot         PIC X(01).
000630     05  Opr-Actiu           PIC X(01).
000640         88  Opr-Es-Actiu            VALUE "S".
000650     05  Opr-Aut-Sup         PIC X(01).
000660         88  Opr-Es-Supervisor       VALUE "S".
000670     05  Opr-Limit-Import    PIC S9(7)V99
000680                              SIGN IS LEADING SEPARATE CHARACTER.
000690
000700 FD  Fitxer-Seguretat.
000710 01  Reg-Seguretat.
000720     05  Seg-Data            PIC 9(08).
000730     05  FILLER              PIC X(01).
000740     05  Seg-Hora            PIC 9(06).
000750     05  FILLER              PIC X(01).
000760     05  Seg-Operador        PIC X(08).
000770     05  FILLER              PIC X(01).
000780     05  Seg-Mode            PIC X(01).
000790     05  FILLER              PIC X(01).
000800     05  Seg-Resultat        PIC X(10).
000810
000820 FD  Fitxer-Diari.
000830 01  Reg-Diari.
000840     05  Jrn-Data            PIC 9(08).
000850     05  FILLER              PIC X(01).
000860     05  Jrn-Hora            PIC 9(06).
000870     05  FILLER              PIC X(01).
000880     05  Jrn-Operador        PIC X(08).
000890     05  FILLER              PIC X(01).
000900     05  Jrn-Programa        PIC X(08).
000910     05  FILLER              PIC X(01).
000920     05  Jrn-Accio           PIC X(01).
000930     05  FILLER              PIC X(01).
000940     05  Jrn-Clau            PIC X(12).
000950     05  FILLER              PIC X(01).
000960     05  Jrn-Abans           PIC X(50).
000970     05  FILLER              PIC X(01).
000980     05  Jrn-Despres         PIC X(50).
000990
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------------
001020* INDICADORS D'ESTAT DE FITXERS
001030*----------------------------------------------------------------
001040 01  Fs-Comptes          PIC X(02).
001050     88  Fs-Comptes-Ok           VALUE "00".
001060     88  Fs-Comptes-Inexistent   VALUE "35".
001070 01  Fs-Operadors        PIC X(02).
001080     88  Fs-Operadors-Ok         VALUE "00".
001090 01  Fs-Seguretat        PIC X(02).
001100     88  Fs-Seguretat-Ok         VALUE "00".
001110     88  Fs-Seg-Inexistent       VALUE "35".
001120 01  Fs-Diari            PIC X(02).
001130     88  Fs-Diari-Ok             VALUE "00".
001140     88  Fs-Diari-Inexistent     VALUE "35".
001150
001160*----------------------------------------------------------------
001170* COMPTADORS I INDICADORS DE CONTROL
001180*----------------------------------------------------------------
001190 77  Sw-Continuar    PIC X(01)   VALUE "S".
001200     88  Continuar-Si                VALUE "S".
001210     88  Continuar-No                VALUE "N".
001220 77  Sw-FiFitxer     PIC X(01)   VALUE "N".
001230     88  Fi-Fitxer                   VALUE "S".
001240 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
001250     88  Error-Fatal                 VALUE "S".
001260 77  Sw-Diari        PIC X(01)   VALUE "N".
001270     88  Diari-Obert                 VALUE "S".
001280 77  Sw-Clau         PIC X(01)   VALUE "N".
001290     88  Clau-Valida                 VALUE "S".
001300 77  Opcio           PIC 9       VALUE ZERO.
001310 77  Operador-Id     PIC X(08)   VALUE SPACES.
001320 77  Data-Sistema    PIC 9(08)   VALUE ZERO.
001330 77  Hora-Sistema    PIC 9(08)   VALUE ZERO.
001340 77  Seg-Resultat-Op PIC X(10)   VALUE SPACES.
001350 77  Accio-Diari     PIC X(01)   VALUE SPACE.
001360 77  Imatge-Abans    PIC X(50)   VALUE SPACES.
001370 77  Imatge-Despres  PIC X(50)   VALUE SPACES.
001380 77  Comptador-Llistats          PIC 9(05) COMP VALUE ZERO.
001390 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
001400
001410*----------------------------------------------------------------
001420* NOMS DE LES OPERACIONS (l'operacio 0 son els comptes de
001430* suspens)
001440*----------------------------------------------------------------
001450 01  Noms-Operacions.
001460     05  FILLER          PIC X(15) VALUE "SUMA".
001470     05  FILLER          PIC X(15) VALUE "RESTA".
001480     05  FILLER          PIC X(15) VALUE "MULTIPLICACIO".
001490     05  FILLER          PIC X(15) VALUE "DIVISIO".
001500     05  FILLER          PIC X(15) VALUE "?".
001510     05  FILLER          PIC X(15) VALUE "PERCENTATGE".
001520     05  FILLER          PIC X(15) VALUE "MODUL".
001530     05  FILLER          PIC X(15) VALUE "?".
001540     05  FILLER          PIC X(15) VALUE "APLICA TAXA".
001550 01  Taula-Noms-Op REDEFINES Noms-Operacions.
001560     05  Nom-Operacio    OCCURS 9 TIMES PIC X(15).
001570 77  Nom-Treball     PIC X(15)   VALUE SPACES.
001580
001590 PROCEDURE DIVISION.
001600*=================================================================
001610* 0000-MAINLINE
001620*=================================================================
001630 0000-MAINLINE.
001640     PERFORM 1000-INICIALITZAR THRU 1000-EXIT.
001650     IF NOT Error-Fatal
001660         PERFORM 2000-PROCES THRU 2000-EXIT
001670     END-IF.
001680     PERFORM 9000-FINALITZAR THRU 9000-EXIT.
001690     MOVE Codi-Retorn TO RETURN-CODE.
001700     STOP RUN.
001710
001720*=================================================================
001730* 1000-INICIALITZAR - Obre el fitxer de correspondencia; si
001740*                     encara no existeix, el crea buit. Despres
001750*                     identifica l'operador supervisor i obre el
001760*                     diari de manteniment
001770*=================================================================
001780 1000-INICIALITZAR.
001790     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
001800     DISPLAY "CALCGLMP - Manteniment de comptes comptables".
001810     DISPLAY "============================================".
001820     OPEN I-O Fitxer-Comptes.
001830     IF Fs-Comptes-Inexistent
001840         OPEN OUTPUT Fitxer-Comptes
001850         CLOSE Fitxer-Comptes
001860         OPEN I-O Fitxer-Comptes
001870     END-IF.
001880     IF NOT Fs-Comptes-Ok
001890         DISPLAY "Error fatal: fitxer de comptes no obert. "
001900             "Status: " Fs-Comptes
001910         SET Error-Fatal TO TRUE
001920         GO TO 1000-EXIT
001930     END-IF.
001940     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001950     IF Error-Fatal
001960         GO TO 1000-EXIT
001970     END-IF.
001980     OPEN EXTEND Fitxer-Diari.
001990     IF Fs-Diari-Inexistent
002000         OPEN OUTPUT Fitxer-Diari
002010     END-IF.
002020     IF NOT Fs-Diari-Ok
002030         DISPLAY "Error fatal: diari de manteniment no obert. "
002040             "Status: " Fs-Diari
002050         SET Error-Fatal TO TRUE
002060         GO TO 1000-EXIT
002070     END-IF.
002080     SET Diari-Obert TO TRUE.
002090 1000-EXIT.
002100     EXIT.
002110
002120*=================================================================
002130* 1100-SIGN-ON - Identifica l'operador: nomes un operador actiu
002140*                amb autoritzacio de supervisor pot mantenir la
002150*                correspondencia comptable
002160*=================================================================
002170 1100-SIGN-ON.
002180     OPEN INPUT Fitxer-Operadors.
002190     IF NOT Fs-Operadors-Ok
002200         DISPLAY "Error fatal: fitxer mestre d'operadors no "
002210             "obert. Status: " Fs-Operadors
002220         SET Error-Fatal TO TRUE
002230         GO TO 1100-EXIT
002240     END-IF.
002250     DISPLAY "Introdueix el teu codi d'operador: ".
002260     ACCEPT Operador-Id.
002270     MOVE Operador-Id TO Opr-Id.
002280     MOVE "OK" TO Seg-Resultat-Op.
002290     READ Fitxer-Operadors
002300         INVALID KEY
002310             DISPLAY "Operador desconegut o inactiu."
002320             MOVE "DESCONEGUT" TO Seg-Resultat-Op
002330             SET Error-Fatal TO TRUE
002340             GO TO 1100-ANOTAR
002350     END-READ.
002360     IF NOT Opr-Es-Actiu
002370         DISPLAY "Operador desconegut o inactiu."
002380         MOVE "INACTIU" TO Seg-Resultat-Op
002390         SET Error-Fatal TO TRUE
002400         GO TO 1100-ANOTAR
002410     END-IF.
002420     IF NOT Opr-Es-Supervisor
002430         DISPLAY "Operador sense autoritzacio de supervisor."
002440         MOVE "NOSUPERV" TO Seg-Resultat-Op
002450         SET Error-Fatal TO TRUE
002460     END-IF.
002470 1100-ANOTAR.
002480     PERFORM 5400-ESCRIURE-SEGURETAT THRU 5400-EXIT.
002490     CLOSE Fitxer-Operadors.
002500 1100-EXIT.
002510     EXIT.
002520
002530*=================================================================
002540* 2000-PROCES - Bucle principal del menu
002550*=================================================================
002560 2000-PROCES.
002570     PERFORM 2100-RONDA-MENU THRU 2100-EXIT
002580         UNTIL Continuar-No OR Error-Fatal.
002590 2000-EXIT.
002600     EXIT.
002610
002620 2100-RONDA-MENU.
002630     DISPLAY " ".
002640     DISPLAY "Opcions:".
002650     DISPLAY "1. Alta d'una correspondencia".
002660     DISPLAY "2. Modificacio d'una correspondencia".
002670     DISPLAY "3. Baixa d'una correspondencia".
002680     DISPLAY "4. Llista de correspondencies".
002690     DISPLAY "5. Sortir".
002700     ACCEPT Opcio.
002710     EVALUATE Opcio
002720         WHEN 1
002730             PERFORM 3000-ALTA THRU 3000-EXIT
002740         WHEN 2
002750             PERFORM 3100-MODIFICACIO THRU 3100-EXIT
002760         WHEN 3
002770             PERFORM 3200-BAIXA THRU 3200-EXIT
002780         WHEN 4
002790             PERFORM 3300-LLISTA THRU 3300-EXIT
002800         WHEN 5
002810             SET Continuar-No TO TRUE
002820         WHEN OTHER
002830             DISPLAY "Opcio no valida."
002840     END-EVALUATE.
002850 2100-EXIT.
002860     EXIT.
002870
002880*=================================================================
002890* 3000-ALTA - Dona d'alta una correspondencia nova
002900*=================================================================
002910 3000-ALTA.
002920     MOVE SPACES TO Reg-Compte.
002930     PERFORM 3450-DEMANAR-CLAU THRU 3450-EXIT.
002940     IF NOT Clau-Valida
002950         GO TO 3000-EXIT
002960     END-IF.
002970     PERFORM 3500-DEMANAR-DADES THRU 3500-EXIT.
002980     WRITE Reg-Compte
002990         INVALID KEY
003000             DISPLAY "La correspondencia " Map-Opcio "/"
003010                 Map-Codi-Taxa " ja existeix."
003020             GO TO 3000-EXIT
003030         NOT INVALID KEY
003040             DISPLAY "Correspondencia " Map-Opcio "/"
003050                 Map-Codi-Taxa " donada d'alta."
003060     END-WRITE.
003070     MOVE "A"        TO Accio-Diari.
003080     MOVE SPACES     TO Imatge-Abans.
003090     MOVE Reg-Compte TO Imatge-Despres.
003100     PERFORM 5600-ESCRIURE-DIARI THRU 5600-EXIT.
003110 3000-EXIT.
003120     EXIT.
003130
003140*=================================================================
003150* 3100-MODIFICACIO - Modifica els comptes d'una correspondencia
003160*=================================================================
003170 3100-MODIFICACIO.
003180     PERFORM 3450-DEMANAR-CLAU THRU 3450-EXIT.
003190     IF NOT Clau-Valida
003200         GO TO 3100-EXIT
003210     END-IF.
003220     READ Fitxer-Comptes
003230         INVALID KEY
003240             DISPLAY "La correspondencia " Map-Opcio "/"
003250                 Map-Codi-Taxa " no existeix."
003260             GO TO 3100-EXIT
003270     END-READ.
003280     PERFORM 3400-MOSTRAR-COMPTE THRU 3400-EXIT.
003290     MOVE Reg-Compte TO Imatge-Abans.
003300     PERFORM 3500-DEMANAR-DADES THRU 3500-EXIT.
003310     REWRITE Reg-Compte
003320         INVALID KEY
003330             DISPLAY "Error en reescriure la correspondencia "
003340                 Map-Opcio "/" Map-Codi-Taxa "."
003350             GO TO 3100-EXIT
003360         NOT INVALID KEY
003370             DISPLAY "Correspondencia " Map-Opcio "/"
003380                 Map-Codi-Taxa " modificada."
003390     END-REWRITE.
003400     MOVE "M"        TO Accio-Diari.
003410     MOVE Reg-Compte TO Imatge-Despres.
003420     PERFORM 5600-ESCRIURE-DIARI THRU 5600-EXIT.
003430 3100-EXIT.
003440     EXIT.
003450
003460*=================================================================
003470* 3200-BAIXA - Dona de baixa una correspondencia
003480*=================================================================
003490 3200-BAIXA.
003500     PERFORM 3450-DEMANAR-CLAU THRU 3450-EXIT.
003510     IF NOT Clau-Valida
003520         GO TO 3200-EXIT
003530     END-IF.
003540     READ Fitxer-Comptes
003550         INVALID KEY
003560             DISPLAY "La correspondencia " Map-Opcio "/"
003570                 Map-Codi-Taxa " no existeix."
003580             GO TO 3200-EXIT
003590     END-READ.
003600     PERFORM 3400-MOSTRAR-COMPTE THRU 3400-EXIT.
003610     MOVE Reg-Compte TO Imatge-Abans.
003620     DELETE Fitxer-Comptes
003630         INVALID KEY
003640             DISPLAY "La correspondencia " Map-Opcio "/"
003650                 Map-Codi-Taxa " no existeix."
003660             GO TO 3200-EXIT
003670         NOT INVALID KEY
003680             DISPLAY "Correspondencia " Map-Opcio "/"
003690                 Map-Codi-Taxa " donada de baixa."
003700     END-DELETE.
003710     MOVE "B"        TO Accio-Diari.
003720     MOVE SPACES     TO Imatge-Despres.
003730     PERFORM 5600-ESCRIURE-DIARI THRU 5600-EXIT.
003740 3200-EXIT.
003750     EXIT.
003760
003770*=================================================================
003780* 3300-LLISTA - Llista totes les correspondencies per ordre
003790*               d'operacio i codi de taxa
003800*=================================================================
003810 3300-LLISTA.
003820     MOVE ZERO TO Comptador-Llistats.
003830     MOVE "N" TO Sw-FiFitxer.
003840     MOVE LOW-VALUES TO Map-Clau.
003850     START Fitxer-Comptes KEY IS GREATER THAN Map-Clau
003860         INVALID KEY
003870             SET Fi-Fitxer TO TRUE
003880     END-START.
003890     DISPLAY "OP OPERACIO        TAXA DEURE      HAVER      "
003900         "DESCRIPCIO".
003910     PERFORM 3350-LLISTAR-COMPTE THRU 3350-EXIT
003920         UNTIL Fi-Fitxer.
003930     DISPLAY "Correspondencies llistades: " Comptador-Llistats.
003940 3300-EXIT.
003950     EXIT.
003960
003970 3350-LLISTAR-COMPTE.
003980     READ Fitxer-Comptes NEXT RECORD
003990         AT END
004000             SET Fi-Fitxer TO TRUE
004010             GO TO 3350-EXIT
004020     END-READ.
004030     PERFORM 3460-NOM-OPERACIO THRU 3460-EXIT.
004040     DISPLAY Map-Opcio "  " Nom-Treball " " Map-Codi-Taxa " "
004050         Map-Compte-Deure " " Map-Compte-Haver " "
004060         Map-Descripcio.
004070     ADD 1 TO Comptador-Llistats.
004080 3350-EXIT.
004090     EXIT.
004100
004110*=================================================================
004120* 3400-MOSTRAR-COMPTE - Mostra la correspondencia llegida
004130*=================================================================
004140 3400-MOSTRAR-COMPTE.
004150     DISPLAY "Valors actuals:".
004160     DISPLAY "  Compte deure: " Map-Compte-Deure.
004170     DISPLAY "  Compte haver: " Map-Compte-Haver.
004180     DISPLAY "  Descripcio:   " Map-Descripcio.
004190 3400-EXIT.
004200     EXIT.
004210
004220*=================================================================
004230* 3450-DEMANAR-CLAU - Demana l'operacio i el codi de taxa (la
004240*                     clau del registre). Les operacions 5 i 8
004250*                     no existeixen a la calculadora
004260*=================================================================
004270 3450-DEMANAR-CLAU.
004280     MOVE "S" TO Sw-Clau.
004290     DISPLAY "Operacio (1-9, 0 = comptes de suspens): ".
004300     ACCEPT Map-Opcio.
004310     IF Map-Opcio = 5 OR Map-Opcio = 8
004320         DISPLAY "Operacio no valida."
004330         MOVE "N" TO Sw-Clau
004340         GO TO 3450-EXIT
004350     END-IF.
004360     IF Map-Opcio = ZERO
004370         MOVE SPACES TO Map-Codi-Taxa
004380         GO TO 3450-EXIT
004390     END-IF.
004400     DISPLAY "Codi de taxa (en blanc = qualsevol taxa): ".
004410     ACCEPT Map-Codi-Taxa.
004420 3450-EXIT.
004430     EXIT.
004440
004450*=================================================================
004460* 3460-NOM-OPERACIO - Nom de l'operacio de la clau per a la
004470*                     llista
004480*=================================================================
004490 3460-NOM-OPERACIO.
004500     IF Map-Opcio = ZERO
004510         MOVE "SUSPENS" TO Nom-Treball
004520     ELSE
004530         MOVE Nom-Operacio (Map-Opcio) TO Nom-Treball
004540     END-IF.
004550 3460-EXIT.
004560     EXIT.
004570
004580*=================================================================
004590* 3500-DEMANAR-DADES - Demana els comptes i la descripcio
004600*=================================================================
004610 3500-DEMANAR-DADES.
004620     DISPLAY "Compte del deure (10 caracters): ".
004630     ACCEPT Map-Compte-Deure.
004640     DISPLAY "Compte de l'haver (10 caracters): ".
004650     ACCEPT Map-Compte-Haver.
004660     DISPLAY "Descripcio: ".
004670     ACCEPT Map-Descripcio.
004680 3500-EXIT.
004690     EXIT.
004700
004710*=================================================================
004720* 5400-ESCRIURE-SEGURETAT - Anota al registre de seguretat
004730*                           l'intent d'identificacio (mode G de
004740*                           manteniment de comptes)
004750*=================================================================
004760 5400-ESCRIURE-SEGURETAT.
004770     OPEN EXTEND Fitxer-Seguretat.
004780     IF Fs-Seg-Inexistent
004790         OPEN OUTPUT Fitxer-Seguretat
004800     END-IF.
004810     IF NOT Fs-Seguretat-Ok
004820         DISPLAY "Avis: registre de seguretat no disponible. "
004830             "Status: " Fs-Seguretat
004840         GO TO 5400-EXIT
004850     END-IF.
004860     ACCEPT Hora-Sistema FROM TIME.
004870     MOVE SPACES             TO Reg-Seguretat.
004880     MOVE Data-Sistema       TO Seg-Data.
004890     MOVE Hora-Sistema (1:6) TO Seg-Hora.
004900     MOVE Operador-Id        TO Seg-Operador.
004910     MOVE "G"                TO Seg-Mode.
004920     MOVE Seg-Resultat-Op    TO Seg-Resultat.
004930     WRITE Reg-Seguretat.
004940     IF NOT Fs-Seguretat-Ok
004950         DISPLAY "Avis: escriptura fallida (seguretat). "
004960             "Status: " Fs-Seguretat
004970     END-IF.
004980     CLOSE Fitxer-Seguretat.
004990 5400-EXIT.
005000     EXIT.
005010
005020*=================================================================
005030* 5600-ESCRIURE-DIARI - Anota el canvi al diari de manteniment
005040*                       (A = alta, M = modificacio, B = baixa)
005050*                       amb les imatges abans i despres. Si no
005060*                       es pot anotar, la sessio s'atura
005070*=================================================================
005080 5600-ESCRIURE-DIARI.
005090     ACCEPT Hora-Sistema FROM TIME.
005100     MOVE SPACES             TO Reg-Diari.
005110     MOVE Data-Sistema       TO Jrn-Data.
005120     MOVE Hora-Sistema (1:6) TO Jrn-Hora.
005130     MOVE Operador-Id        TO Jrn-Operador.
005140     MOVE "CALCGLMP"         TO Jrn-Programa.
005150     MOVE Accio-Diari        TO Jrn-Accio.
005160     MOVE Map-Clau           TO Jrn-Clau.
005170     MOVE Imatge-Abans       TO Jrn-Abans.
005180     MOVE Imatge-Despres     TO Jrn-Despres.
005190     WRITE Reg-Diari.
005200     IF NOT Fs-Diari-Ok
005210         DISPLAY "Error fatal: escriptura fallida (diari). "
005220             "Status: " Fs-Diari
005230         SET Error-Fatal TO TRUE
005240     END-IF.
005250 5600-EXIT.
005260     EXIT.
005270
005280*=================================================================
005290* 9000-FINALITZAR - Tanca el fitxer de comptes i el diari
005300*=================================================================
005310 9000-FINALITZAR.
005320     CLOSE Fitxer-Comptes.
005330     IF Diari-Obert
005340         CLOSE Fitxer-Diari
005350     END-IF.
005360     IF Error-Fatal
005370         MOVE 12 TO Codi-Retorn
005380     ELSE
005390         MOVE ZERO TO Codi-Retorn
005400     END-IF.
005410     DISPLAY "CALCGLMP finalitzat.".
005420 9000-EXIT.
005430     EXIT.
