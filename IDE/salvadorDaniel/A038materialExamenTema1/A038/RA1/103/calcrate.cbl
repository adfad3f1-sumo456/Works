000156*                  manera que cada codi pot tenir diverses
000158*                  versions datades i les taxes futures es poden
000159*                  carregar per endavant.
000160* 07/09/2026 JF    Identificacio previa d'un operador actiu amb
000161*                  autoritzacio de supervisor contra el fitxer
000162*                  mestre d'operadors; els intents s'anoten al
000163*                  registre de seguretat (SECFILE) amb mode R.
000164*                  Cada alta, modificacio i baixa s'anota al
000165*                  diari de manteniment (MNTJRNL) amb l'operador,
000166*                  la data, l'hora, la clau i les imatges del
000167*                  registre abans i despres del canvi. La baixa
000168*                  llegeix i mostra la versio abans d'esborrar-la.
000169* 10/09/2026 JF    Registre d'operador amb el limit d'import.
000170*----------------------------------------------------------------
000171 
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS Taxa-Clau
000250         FILE STATUS IS Fs-Taxes.
000251
000252     SELECT Fitxer-Operadors ASSIGN TO OPRFILE
000253         ORGANIZATION IS INDEXED
000254         ACCESS MODE IS RANDOM
000255         RECORD KEY IS Opr-Id
000256         FILE STATUS IS Fs-Operadors.
000257
000258     SELECT Fitxer-Seguretat ASSIGN TO SECFILE
000259         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS Fs-Seguretat.
000261
000262     SELECT Fitxer-Diari ASSIGN TO MNTJRNL
000263         ORGANIZATION IS LINE SEQUENTIAL
000264         FILE STATUS IS Fs-Diari.
000265 
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  Fitxer-Taxes.
000320     05  Taxa-Descripcio     PIC X(20).
000330     05  Taxa-Valor          PIC S9(3)V9(4)
000340                              SIGN IS LEADING SEPARATE CHARACTER.
000341     05  Taxa-Data-Fi        PIC 9(08).
000342 
000343 FD  Fitxer-Operadors.
000344 01  Reg-Operador.
000345     05  Opr-Id              PIC X(08).
000346     05  Opr-Nom             PIC X(20).
000347     05  Opr-Aut-Int         PIC X(01).
000348     05  Opr-Aut-Lot         PIC X(01).
000349     05  Opr-Actiu           PIC X(01).
000350         88  Opr-Es-Actiu            VALUE "S".
000351     05  Opr-Aut-Sup         PIC X(01).
000352         88  Opr-Es-Supervisor       VALUE "S".
000353     05  Opr-Limit-Import    PIC S9(7)V99
000354                              SIGN IS LEADING SEPARATE CHARACTER.
000355
000356 FD  Fitxer-Seguretat.
000357 01  Reg-Seguretat.
000358     05  Seg-Data            PIC 9(08).
000359     05  FILLER              PIC X(01).
000360     05  Seg-Hora            PIC 9(06).
000361     05  FILLER              PIC X(01).
000362     05  Seg-Operador        PIC X(08).
000363     05  FILLER              PIC X(01).
000364     05  Seg-Mode            PIC X(01).
000365     05  FILLER              PIC X(01).
000366     05  Seg-Resultat        PIC X(10).
000367
000368 FD  Fitxer-Diari.
000369 01  Reg-Diari.
000370     05  Jrn-Data            PIC 9(08).
000371     05  FILLER              PIC X(01).
000372     05  Jrn-Hora            PIC 9(06).
000373     05  FILLER              PIC X(01).
000374     05  Jrn-Operador        PIC X(08).
000375     05  FILLER              PIC X(01).
000376     05  Jrn-Programa        PIC X(08).
000377     05  FILLER              PIC X(01).
000378     05  Jrn-Accio           PIC X(01).
000379     05  FILLER              PIC X(01).
000380     05  Jrn-Clau            PIC X(12).
000381     05  FILLER              PIC X(01).
000382     05  Jrn-Abans           PIC X(50).
000383     05  FILLER              PIC X(01).
000384     05  Jrn-Despres         PIC X(50).
000385 
000386 WORKING-STORAGE SECTION.
000390*----------------------------------------------------------------
000400* INDICADORS D'ESTAT DE FITXERS
000410*----------------------------------------------------------------
000420 01  Fs-Taxes            PIC X(02).
000430     88  Fs-Taxes-Ok             VALUE "00".
000440     88  Fs-Taxes-Inexistent     VALUE "35".
000441 01  Fs-Operadors        PIC X(02).
000442     88  Fs-Operadors-Ok         VALUE "00".
000443 01  Fs-Seguretat        PIC X(02).
000444     88  Fs-Seguretat-Ok         VALUE "00".
000445     88  Fs-Seg-Inexistent       VALUE "35".
000446 01  Fs-Diari            PIC X(02).
000447     88  Fs-Diari-Ok             VALUE "00".
000448     88  Fs-Diari-Inexistent     VALUE "35".
000450 
000460*----------------------------------------------------------------
000470* COMPTADORS I INDICADORS DE CONTROL
000530     88  Fi-Fitxer                   VALUE "S".
000540 77  Sw-ErrorFatal   PIC X(01)   VALUE "N".
000550     88  Error-Fatal                 VALUE "S".
000553 77  Sw-Diari        PIC X(01)   VALUE "N".
000556     88  Diari-Obert                 VALUE "S".
000560 77  Opcio           PIC 9       VALUE ZERO.
000561 77  Operador-Id     PIC X(08)   VALUE SPACES.
000562 77  Data-Sistema    PIC 9(08)   VALUE ZERO.
000563 77  Hora-Sistema    PIC 9(08)   VALUE ZERO.
000564 77  Seg-Resultat-Op PIC X(10)   VALUE SPACES.
000565 77  Accio-Diari     PIC X(01)   VALUE SPACE.
000566 77  Imatge-Abans    PIC X(50)   VALUE SPACES.
000567 77  Imatge-Despres  PIC X(50)   VALUE SPACES.
000570 77  Comptador-Llistats          PIC 9(05) COMP VALUE ZERO.
000580 77  Codi-Retorn                 PIC 9(02) VALUE ZERO.
000590 
000720 
000730*=================================================================
000740* 1000-INICIALITZAR - Obre el fitxer de taxes; si encara no
000750*                     existeix, el crea buit. Despres identifica
000753*                     l'operador supervisor i obre el diari de
000756*                     manteniment
000760*=================================================================
000770 1000-INICIALITZAR.
000775     ACCEPT Data-Sistema FROM DATE YYYYMMDD.
000780     DISPLAY "CALCRATE - Manteniment de taxes".
000790     DISPLAY "===============================".
000800     OPEN I-O Fitxer-Taxes.
000870         DISPLAY "Error fatal: fitxer de taxes no obert. "
000880             "Status: " Fs-Taxes
000890         SET Error-Fatal TO TRUE
000895         GO TO 1000-EXIT
000900     END-IF.
000901     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
000902     IF Error-Fatal
000903         GO TO 1000-EXIT
000904     END-IF.
000905     OPEN EXTEND Fitxer-Diari.
000906     IF Fs-Diari-Inexistent
000907         OPEN OUTPUT Fitxer-Diari
000908     END-IF.
000909     IF NOT Fs-Diari-Ok
000910         DISPLAY "Error fatal: diari de manteniment no obert. "
000911             "Status: " Fs-Diari
000912         SET Error-Fatal TO TRUE
000913         GO TO 1000-EXIT
000914     END-IF.
000915     SET Diari-Obert TO TRUE.
000916 1000-EXIT.
000920     EXIT.
000930 
000940*=================================================================
001360         INVALID KEY
001370             DISPLAY "La versio " Taxa-Data-Inici " de la taxa "
001375                 Taxa-Codi " ja existeix."
001377             GO TO 3000-EXIT
001380         NOT INVALID KEY
001390             DISPLAY "Taxa " Taxa-Codi " versio " Taxa-Data-Inici
001395                 " donada d'alta."
001400     END-WRITE.
001402     MOVE "A"      TO Accio-Diari.
001404     MOVE SPACES   TO Imatge-Abans.
001406     MOVE Reg-Taxa TO Imatge-Despres.
001408     PERFORM 5600-ESCRIURE-DIARI THRU 5600-EXIT.
001410 3000-EXIT.
001420     EXIT.
001430
001530             GO TO 3100-EXIT
001540     END-READ.
001550     PERFORM 3400-MOSTRAR-TAXA THRU 3400-EXIT.
001555     MOVE Reg-Taxa TO Imatge-Abans.
001560     PERFORM 3500-DEMANAR-DADES THRU 3500-EXIT.
001570     REWRITE Reg-Taxa
001580         INVALID KEY
001590             DISPLAY "Error en reescriure la taxa " Taxa-Codi "."
001595             GO TO 3100-EXIT
001600         NOT INVALID KEY
001610             DISPLAY "Taxa " Taxa-Codi " versio " Taxa-Data-Inici
001615                 " modificada."
001620     END-REWRITE.
001622     MOVE "M"      TO Accio-Diari.
001624     MOVE Reg-Taxa TO Imatge-Despres.
001626     PERFORM 5600-ESCRIURE-DIARI THRU 5600-EXIT.
001630 3100-EXIT.
001640     EXIT.
001650
001680*=================================================================
001690 3200-BAIXA.
001700     PERFORM 3450-DEMANAR-CLAU THRU 3450-EXIT.
001702     READ Fitxer-Taxes
001704         INVALID KEY
001706             DISPLAY "La versio " Taxa-Data-Inici " de la taxa "
001708                 Taxa-Codi " no existeix."
001710             GO TO 3200-EXIT
001712     END-READ.
001714     PERFORM 3400-MOSTRAR-TAXA THRU 3400-EXIT.
001716     MOVE Reg-Taxa TO Imatge-Abans.
001720     DELETE Fitxer-Taxes
001730         INVALID KEY
001740             DISPLAY "La versio " Taxa-Data-Inici " de la taxa "
001745                 Taxa-Codi " no existeix."
001747             GO TO 3200-EXIT
001750         NOT INVALID KEY
001760             DISPLAY "Taxa " Taxa-Codi " versio " Taxa-Data-Inici
001765                 " donada de baixa."
001770     END-DELETE.
001772     MOVE "B"      TO Accio-Diari.
001774     MOVE SPACES   TO Imatge-Despres.
001776     PERFORM 5600-ESCRIURE-DIARI THRU 5600-EXIT.
001780 3200-EXIT.
001790     EXIT.
001800
002400     EXIT.
002410 
002420*=================================================================
002430* 9000-FINALITZAR - Tanca el fitxer de taxes i el diari
002440*=================================================================
002450 9000-FINALITZAR.
002460     CLOSE Fitxer-Taxes.
002462     IF Diari-Obert
002464         CLOSE Fitxer-Diari
002466     END-IF.
002470     IF Error-Fatal
002480         MOVE 12 TO Codi-Retorn
002490     ELSE
002520     DISPLAY "CALCRATE finalitzat.".
002530 9000-EXIT.
002540     EXIT.
002550
002560*=================================================================
002570* 1100-SIGN-ON - Identifica l'operador: nomes un operador actiu
002580*                amb autoritzacio de supervisor pot mantenir el
002590*                fitxer de taxes
002600*=================================================================
002610 1100-SIGN-ON.
002620     OPEN INPUT Fitxer-Operadors.
002630     IF NOT Fs-Operadors-Ok
002640         DISPLAY "Error fatal: fitxer mestre d'operadors no "
002650             "obert. Status: " Fs-Operadors
002660         SET Error-Fatal TO TRUE
002670         GO TO 1100-EXIT
002680     END-IF.
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
002930     CLOSE Fitxer-Operadors.
002940 1100-EXIT.
002950     EXIT.
002960
002970*=================================================================
002980* 5400-ESCRIURE-SEGURETAT - Anota al registre de seguretat
002990*                           l'intent d'identificacio (mode R de
003000*                           manteniment de taxes)
003010*=================================================================
003020 5400-ESCRIURE-SEGURETAT.
003030     OPEN EXTEND Fitxer-Seguretat.
003040     IF Fs-Seg-Inexistent
003050         OPEN OUTPUT Fitxer-Seguretat
003060     END-IF.
003070     IF NOT Fs-Seguretat-Ok
003080         DISPLAY "Avis: registre de seguretat no disponible. "
003090             "Status: " Fs-Seguretat
003100         GO TO 5400-EXIT
003110     END-IF.
003120     ACCEPT Hora-Sistema FROM TIME.
003130     MOVE SPACES             TO Reg-Seguretat.
003140     MOVE Data-Sistema       TO Seg-Data.
003150     MOVE Hora-Sistema (1:6) TO Seg-Hora.
003160     MOVE Operador-Id        TO Seg-Operador.
003170     MOVE "R"                TO Seg-Mode.
003180     MOVE Seg-Resultat-Op    TO Seg-Resultat.
003190     WRITE Reg-Seguretat.
003200     IF NOT Fs-Seguretat-Ok
003210         DISPLAY "Avis: escriptura fallida (seguretat). "
003220             "Status: " Fs-Seguretat
003230     END-IF.
003240     CLOSE Fitxer-Seguretat.
003250 5400-EXIT.
003260     EXIT.
003270
003280*=================================================================
003290* 5600-ESCRIURE-DIARI - Anota el canvi al diari de manteniment
003300*                       (A = alta, M = modificacio, B = baixa)
003310*                       amb les imatges abans i despres. Si no
003320*                       es pot anotar, la sessio s'atura
003330*=================================================================
003340 5600-ESCRIURE-DIARI.
003350     ACCEPT Hora-Sistema FROM TIME.
003360     MOVE SPACES             TO Reg-Diari.
003370     MOVE Data-Sistema       TO Jrn-Data.
003380     MOVE Hora-Sistema (1:6) TO Jrn-Hora.
003390     MOVE Operador-Id        TO Jrn-Operador.
003400     MOVE "CALCRATE"         TO Jrn-Programa.
003410     MOVE Accio-Diari        TO Jrn-Accio.
003420     MOVE Taxa-Clau          TO Jrn-Clau.
003430     MOVE Imatge-Abans       TO Jrn-Abans.
003440     MOVE Imatge-Despres     TO Jrn-Despres.
003450     WRITE Reg-Diari.
003460     IF NOT Fs-Diari-Ok
003470         DISPLAY "Error fatal: escriptura fallida (diari). "
003480             "Status: " Fs-Diari
003490         SET Error-Fatal TO TRUE
003500     END-IF.
003510 5600-EXIT.
003520     EXIT.
