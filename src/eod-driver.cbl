      * EOD-DRIVER: Orquestador del cierre diario
      *
      * Ejecuta la cadena nocturna en su orden de dependencias:
      *   1. MASTER-VALIDATE   (campos de los ficheros maestros)
      *   2. LEDGER-VERIFY     (cadena de huellas del ledger)
      *   3. ACCT-INDEX-BUILD  (maestro indexado de cuentas)
      *   4. STANDING-ORDERS   (domiciliaciones del dia)
      *   5. INTEREST-ACCRUAL  (devengo; capitaliza a fin de mes)
      *   6. FEE-POSTING       (cargo de comisiones)
      *   7. ACCOUNT-ANALYSIS  (analisis de empresa)      INICIO-MES
      *   8. LOAN-BILLING      (cuotas de prestamos)
      *   9. TD-MATURITY       (vencimientos de depositos a plazo)
      *  10. RD-INSTALMENTS    (cuotas de planes de ahorro)
      *  11. DEBIT-INTEREST    (interes deudor de saldos en rojo)
      *  12. MINIBANK          (lote DB2 y foto de saldos)
      *  13. ACCT-INDEX-REFRESH (el maestro con la nueva foto)
      *  14. SWEEP-EXEC        (barridos a saldo objetivo)
      *  15. CHEQUE-PRESENTMENT (presentacion de cheques a la camara)
      *  16. HOLD-RELEASE      (liberacion de retenciones vencidas)
      *  17. FX-REVAL          (revalorizacion de posiciones en divisa)
      *  18. LEGAL-ORDERS      (vigilancia de ordenes judiciales)
      *  19. KYC-REVIEW        (encolado de revisiones de clientes)
      *  20. MINOR-MAJORITY    (mayoria de edad de clientes menores)
      *  21. LOAN-COLLECTIONS  (gestion de prestamos en mora)
      *  22. LTV-REPORT        (LTV de las garantias)         FIN-MES
      *  23. LOAN-PROVISION    (provision por insolvencias)   FIN-MES
      *  24. BILLER-REMIT      (remesas diarias por facturador)
      *  25. CLEARING-RETURNS  (devolucion de impagados a la camara)
      *  26. RECONCILE         (conciliacion DB2 vs CSV)
      *  27. DORMANT-SCAN      (deteccion de cuentas inactivas)
      *  28. INTEGRITY-CHECK   (integridad referencial entre ficheros)
      *  29. BACKVALUE-ADJUST  (ajuste de intereses por fecha valor)
      *  30. TX-PARTITION      (particion mensual del ledger vivo)
      *  31. TX-INDEX-BUILD    (maestro indexado de movimientos)
      *  32. GL-EXTRACT        (resumen contable del dia)
      *  33. GL-POST           (asiento del resumen en el diario)
      *  34. STATEMENT         (extractos por cuenta)         FIN-MES
      *  35. CUSTOMER-STATEMENT (extractos por cliente)       FIN-MES
      *  36. MIS-REPORT        (informe de gestion)           FIN-MES
      *  37. WAIVED-FEE-REPORT (comisiones perdonadas)        FIN-MES
      *  38. LOSS-REPORT       (perdidas operacionales)       FIN-MES
      *  39. RM-PORTFOLIO      (cartera por gestor)           FIN-MES
      *  40. GL-PERIOD-CLOSE   (cierre del periodo contable)  FIN-MES
      *  41. GL-YEAR-END       (cierre del ejercicio y asiento) FIN-ANO
      *  42. INTEREST-CERT     (certificados de intereses)    FIN-ANO
      *  43. WHT-RETURN        (declaracion de retenciones)   FIN-ANO
      *  44. FEE-STATEMENT     (estados anuales de comisiones) FIN-ANO
      *  45. MT940-EXPORT      (extractos MT940 de empresa)
      *  46. DW-EXTRACT        (cambios del dia para el almacen)
      *  47. INTERNAL-PROOF    (cuadre de las cuentas internas)
      *  48. LARGE-CASH        (declaracion de efectivo sobre umbral)
      *  49. CHQBOOK-ORDER     (pedido de talonarios a la imprenta)
      *  50. DATE-ROLL         (cierre y avance de la fecha de negocio)
      *  51. BRIEFING          (resumen matinal y veredicto de apertura)
      *  52. REPORT-ARCHIVE    (archivo fechado de los informes)
      * comprobando el codigo de retorno de cada paso antes de lanzar
      * el siguiente: si un paso falla, la cadena se detiene y el
      * fallo queda claramente informado, en vez de dejar que el
      * devengo corra contra una foto de saldos desfasada.
      *
      * Cada paso tiene una frecuencia, que se comprueba al arrancar
      * contra la fecha de negocio que se cierra
      * (data/business-date.dat) y el calendario laboral
      * (data/holidays.csv):
      *   DAILY       - todas las noches
      *   MONTH-END   - ultimo dia habil del mes
      *   MONTH-START - primer dia habil del mes
      *   YEAR-END    - ultimo dia habil del ano
      * Un paso al que no le toca se anota como omitido y la cadena
      * sigue. data/eod-calendar.csv (PASO,FRECUENCIA) cambia la
      * frecuencia de un paso. Antes de cada paso de calendario se
      * fijan STATEMENT_MONTH, MIS_MONTH, WAIVE_MONTH y GL_PERIOD
      * (AAAA-MM) y CERT_YEAR y GL_YEAR (AAAA) con el periodo que
      * cierra: el mes de la fecha de negocio, o el mes anterior
      * para los pasos de primer dia habil. GL_DATE se fija siempre
      * a la fecha de negocio y EOD_MONTH_END (Y/N) a si es fin de
      * mes. La cuenta de reservas de GL-YEAR-END
      * (GL_RETAINED_ACCOUNT) se toma del entorno de la cadena. Todo el
      * trabajo de fin de mes va antes de DATE-ROLL: si falla, el
      * dia sigue abierto y la cadena puede repetirse.
      *
      * Con MINIBANK_EOD_DRYRUN=Y (ensayo de EOD-DRYRUN sobre una
      * copia de los datos) se omiten los pasos que escriben fuera
      * del directorio de datos (MINIBANK, que asienta en DB2).
      *
      * Cada ejecucion queda registrada en data/eod-run-log.txt
      * (fecha, hora, paso, comando, rc, resultado). Los comandos
      * por defecto ./standing-orders etc. pueden sustituirse con
      * las variables MINIBANK_EOD_CMD_1 .. MINIBANK_EOD_CMD_n,
      * numeradas segun la posicion del paso en la cadena.
      *
      * Al arrancar deja la marca data/eod-run-start.dat: lo que
      * sea mas reciente que ella se ha escrito en esta ejecucion
      * (REPORT-ARCHIVE solo archiva esos informes).
      *
      * La hora de inicio y fin de cada paso, y de la cadena entera
      * (paso 00, CHAIN), se anota en data/eod-run-history.csv:
      *   fecha,hora_arranque,paso,nombre,inicio,fin,segundos,rc
      * Al terminar se lanza BATCH-TIMING (./batch-timing, o el
      * comando de MINIBANK_EOD_TIMING_CMD), que compara los tiempos
      * con su media de 30 dias y con los limites de data/eod-sla.csv;
      * si la cadena se sale del SLA (rc distinto de cero) se vuelve
      * a generar el resumen matinal para que lleve el aviso.
      *
      * Autor: AI Coding Agent
      * Fecha: 2026-08-23
      ******************************************************************
           SELECT RUN-LOG-FILE ASSIGN TO "data/eod-run-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT RUN-MARKER-FILE ASSIGN TO "data/eod-run-start.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "data/business-date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT HOLIDAYS-FILE ASSIGN TO "data/holidays.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAYS-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "data/eod-calendar.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "data/eod-run-history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE          PIC X(200).
       FD  RUN-MARKER-FILE.
       01  RUN-MARKER-LINE       PIC X(30).
       FD  BUSDATE-FILE.
       01  BUSDATE-REC           PIC X(10).
       FD  HOLIDAYS-FILE.
       01  HOLIDAYS-REC          PIC X(10).
       FD  CALENDAR-FILE.
       01  CALENDAR-LINE         PIC X(80).
       FD  HISTORY-FILE.
       01  HISTORY-LINE          PIC X(100).

       WORKING-STORAGE SECTION.


       77  WS-STEP-MAX           PIC 9(2) COMP VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 60 TIMES INDEXED BY IX-STEP.
               10  STEP-NAME         PIC X(20).
               10  STEP-COMMAND      PIC X(100).
               10  STEP-FREQ         PIC X(1).
                   88  STEP-DAILY        VALUE "D".
                   88  STEP-MONTH-END    VALUE "M".
                   88  STEP-MONTH-START  VALUE "F".
                   88  STEP-YEAR-END     VALUE "Y".
               10  STEP-EXTERNAL     PIC X(1).

      * Paso que BUILD-STEP-TABLE esta anadiendo y nombre de su
      * variable de entorno de sustitucion (por posicion); la
      * frecuencia vuelve a diaria tras cada paso
       77  WS-ADD-NAME           PIC X(20).
       77  WS-ADD-CMD            PIC X(100).
       77  WS-ADD-FREQ           PIC X(1) VALUE "D".
       77  WS-ADD-EXTERNAL       PIC X(1) VALUE "N".

      * Ensayo sobre una copia de los datos (ver EOD-DRYRUN)
       77  WS-DRYRUN             PIC X(1) VALUE "N".
       77  WS-ENV-NAME           PIC X(30).
       77  WS-ENV-NUM-DISP       PIC Z9.

       77  WS-STEP-RC            PIC S9(9) COMP VALUE 0.
       77  WS-STEP-NUM           PIC 9(2) VALUE 0.
       77  WS-CHAIN-FAILED       PIC X VALUE "N".
       77  WS-FAILED-STEP-NAME   PIC X(20) VALUE SPACES.

       77  WS-TODAY-YYYYMMDD     PIC X(8).

      * Calendario de la cadena: fecha de negocio que se cierra y que
      * frecuencias tocan hoy
       77  WS-BUSDATE-STATUS     PIC XX.
       77  WS-CALENDAR-STATUS    PIC XX.
       77  WS-CAL-DATE           PIC X(10).
       77  WS-PREV-BUS-DATE      PIC X(10).
       77  WS-NEXT-BUS-DATE      PIC X(10).
       77  WS-IS-BUSINESS-DAY    PIC X VALUE "Y".
       77  WS-IS-MONTH-END       PIC X VALUE "N".
       77  WS-IS-MONTH-START     PIC X VALUE "N".
       77  WS-IS-YEAR-END        PIC X VALUE "N".
       77  WS-STEP-DUE           PIC X.
       77  WS-FREQ-TEXT          PIC X(12).
       77  WS-CAL-STEP           PIC X(20).
       77  WS-CAL-FREQ           PIC X(12).
       77  WS-PERIOD-MONTH       PIC X(7).

      * Calendario laboral: festivos de data/holidays.csv (ver
      * DATE-ROLL)
       77  WS-HOLIDAYS-STATUS    PIC XX.
       77  WS-MAX-HOLIDAYS       PIC 9(3) COMP VALUE 200.
       77  WS-HOLIDAY-COUNT      PIC 9(3) COMP VALUE 0.
       01  WS-HOLIDAYS-TABLE.
           05  WS-HOLIDAY OCCURS 200 TIMES PIC X(10).
       77  WS-HOL-IX             PIC 9(3) COMP.
       77  WS-ROLL-DATE          PIC X(10).
       77  WS-ROLL-YYYYMMDD      PIC 9(8).
       77  WS-ROLL-INTEGER       PIC S9(9) COMP.
       77  WS-ROLL-DOW           PIC 9(1).
       77  WS-ROLL-IS-BUSINESS   PIC X.
       77  WS-TODAY-DATE         PIC X(10).
       77  WS-NOW-TIME           PIC X(8).
       77  WS-NOW-TIME-FMT       PIC X(8).
       77  WS-RC-DISPLAY         PIC -(9)9.
       77  WS-LOG-TEXT           PIC X(200).

      * Historico de tiempos: hora de arranque de la cadena (clave de
      * la ejecucion), inicio/fin del paso en curso y su duracion
       77  WS-HISTORY-STATUS     PIC XX.
       77  WS-CHAIN-START        PIC X(8).
       77  WS-CHAIN-START-FMT    PIC X(8).
       77  WS-HIST-START         PIC X(8).
       77  WS-HIST-END           PIC X(8).
       77  WS-HIST-NUM           PIC 9(2).
       77  WS-HIST-NAME          PIC X(20).
       77  WS-HIST-RC            PIC S9(9) COMP VALUE 0.
       77  WS-HIST-START-FMT     PIC X(8).
       77  WS-HIST-END-FMT       PIC X(8).
       77  WS-START-SECS         PIC 9(6).
       77  WS-END-SECS           PIC 9(6).
       77  WS-ELAPSED-SECS       PIC 9(6).
       77  WS-ELAPSED-DISP       PIC Z(5)9.

      * Informe de tiempos y SLA al final de la cadena
       77  WS-TIMING-CMD         PIC X(100).
       77  WS-TIMING-RC          PIC S9(9) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM GET-TODAY-DATE
           ACCEPT WS-DRYRUN FROM ENVIRONMENT "MINIBANK_EOD_DRYRUN"
           PERFORM BUILD-STEP-TABLE
           PERFORM LOAD-STEP-CALENDAR

           PERFORM WRITE-RUN-LOG-HEADER
           PERFORM WRITE-RUN-MARKER
           PERFORM CHECK-CALENDAR
           ACCEPT WS-CHAIN-START FROM TIME
           MOVE SPACES TO WS-CHAIN-START-FMT
           STRING WS-CHAIN-START(1:2) ":"
                  WS-CHAIN-START(3:2) ":"
                  WS-CHAIN-START(5:2)
               INTO WS-CHAIN-START-FMT
           END-STRING

           PERFORM VARYING IX-STEP FROM 1 BY 1
               UNTIL IX-STEP > WS-STEP-MAX
               MOVE "CADENA COMPLETADA" TO WS-LOG-TEXT
               PERFORM APPEND-RUN-LOG
           END-IF

           PERFORM RECORD-CHAIN-TIMING
           PERFORM RUN-TIMING-REPORT
           GOBACK
           .

       BUILD-STEP-TABLE.
           MOVE 0 TO WS-STEP-MAX

           MOVE "MASTER-VALIDATE"   TO WS-ADD-NAME
           MOVE "./master-validate" TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "LEDGER-VERIFY"     TO WS-ADD-NAME
           MOVE "./ledger-verify"   TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "ACCT-INDEX-BUILD"  TO WS-ADD-NAME
           MOVE "./acct-index-build" TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "STANDING-ORDERS"   TO WS-ADD-NAME
           MOVE "./standing-orders" TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "FEE-POSTING"       TO WS-ADD-NAME
           MOVE "./fee-posting"     TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "ACCOUNT-ANALYSIS"  TO WS-ADD-NAME
           MOVE "./account-analysis" TO WS-ADD-CMD
           MOVE "F"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "LOAN-BILLING"      TO WS-ADD-NAME
           MOVE "./loan-billing"    TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "TD-MATURITY"       TO WS-ADD-NAME
           MOVE "./td-maturity"     TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "RD-INSTALMENTS"    TO WS-ADD-NAME
           MOVE "./rd-instalments"  TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "DEBIT-INTEREST"    TO WS-ADD-NAME
           MOVE "./debit-interest"  TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "MINIBANK"          TO WS-ADD-NAME
           MOVE "./minibank"        TO WS-ADD-CMD
           MOVE "Y"                 TO WS-ADD-EXTERNAL
           PERFORM ADD-EOD-STEP
      *    La foto de saldos que deja MINIBANK desfasa el maestro
      *    de cuentas: se rehace para los trabajos que siguen
           MOVE "ACCT-INDEX-REFRESH" TO WS-ADD-NAME
           MOVE "./acct-index-build" TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "SWEEP-EXEC"        TO WS-ADD-NAME
           MOVE "./sweep-exec"      TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "CHEQUE-PRESENTMENT" TO WS-ADD-NAME
           MOVE "./cheque-presentment" TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "HOLD-RELEASE"      TO WS-ADD-NAME
           MOVE "./hold-release"    TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "KYC-REVIEW"        TO WS-ADD-NAME
           MOVE "./kyc-review"      TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "MINOR-MAJORITY"    TO WS-ADD-NAME
           MOVE "./minor-majority"  TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "LOAN-COLLECTIONS"  TO WS-ADD-NAME
           MOVE "./loan-collections" TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "LTV-REPORT"        TO WS-ADD-NAME
           MOVE "./ltv-report"      TO WS-ADD-CMD
           MOVE "M"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "LOAN-PROVISION"    TO WS-ADD-NAME
           MOVE "./loan-provision"  TO WS-ADD-CMD
           MOVE "M"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "BILLER-REMIT"      TO WS-ADD-NAME
           MOVE "./biller-remit"    TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "INTEGRITY-CHECK"   TO WS-ADD-NAME
           MOVE "./integrity-check" TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "BACKVALUE-ADJUST"  TO WS-ADD-NAME
           MOVE "./backvalue-adjust" TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "TX-PARTITION"      TO WS-ADD-NAME
           MOVE "./tx-partition"    TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "TX-INDEX-BUILD"    TO WS-ADD-NAME
           MOVE "./tx-index-build"  TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "GL-EXTRACT"        TO WS-ADD-NAME
           MOVE "./gl-extract"      TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "GL-POST"           TO WS-ADD-NAME
           MOVE "./gl-post"         TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
      *    Extractos de todas las cuentas del seed, uno por cuenta
           MOVE "STATEMENT"         TO WS-ADD-NAME
           MOVE "cut -d, -f1 data/accounts.csv | while read a; do "
             & "STATEMENT_ACCOUNT=$a ./statement || exit 1; done"
                                    TO WS-ADD-CMD
           MOVE "M"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "CUSTOMER-STATEMENT" TO WS-ADD-NAME
           MOVE "./customer-statement" TO WS-ADD-CMD
           MOVE "M"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "MIS-REPORT"        TO WS-ADD-NAME
           MOVE "./mis-report"      TO WS-ADD-CMD
           MOVE "M"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "WAIVED-FEE-REPORT" TO WS-ADD-NAME
           MOVE "./waived-fee-report" TO WS-ADD-CMD
           MOVE "M"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "LOSS-REPORT"       TO WS-ADD-NAME
           MOVE "./loss-report"     TO WS-ADD-CMD
           MOVE "M"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "RM-PORTFOLIO"      TO WS-ADD-NAME
           MOVE "./rm-portfolio"    TO WS-ADD-CMD
           MOVE "M"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "GL-PERIOD-CLOSE"   TO WS-ADD-NAME
           MOVE "./gl-period-close" TO WS-ADD-CMD
           MOVE "M"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
      *    Con diciembre ya cerrado; el asiento de cierre lo entrega
      *    el propio GL-YEAR-END a GL-POST en el periodo AAAA-13
           MOVE "GL-YEAR-END"       TO WS-ADD-NAME
           MOVE "./gl-year-end"     TO WS-ADD-CMD
           MOVE "Y"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "INTEREST-CERT"     TO WS-ADD-NAME
           MOVE "./interest-cert"   TO WS-ADD-CMD
           MOVE "Y"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "WHT-RETURN"        TO WS-ADD-NAME
           MOVE "./wht-return"      TO WS-ADD-CMD
           MOVE "Y"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "FEE-STATEMENT"     TO WS-ADD-NAME
           MOVE "./fee-statement"   TO WS-ADD-CMD
           MOVE "Y"                 TO WS-ADD-FREQ
           PERFORM ADD-EOD-STEP
           MOVE "MT940-EXPORT"      TO WS-ADD-NAME
           MOVE "./mt940-export"    TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "DW-EXTRACT"        TO WS-ADD-NAME
           MOVE "./dw-extract"      TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "INTERNAL-PROOF"    TO WS-ADD-NAME
           MOVE "./internal-proof"  TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "LARGE-CASH"        TO WS-ADD-NAME
           MOVE "./large-cash"      TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "CHQBOOK-ORDER"     TO WS-ADD-NAME
           MOVE "./chqbook-order"   TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "DATE-ROLL"         TO WS-ADD-NAME
           MOVE "./date-roll"       TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "BRIEFING"          TO WS-ADD-NAME
           MOVE "./briefing"        TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           MOVE "REPORT-ARCHIVE"    TO WS-ADD-NAME
           MOVE "./report-archive"  TO WS-ADD-CMD
           PERFORM ADD-EOD-STEP
           .

      * ----------------------------------------------------------------
           ADD 1 TO WS-STEP-MAX
           MOVE WS-ADD-NAME TO STEP-NAME(WS-STEP-MAX)
           MOVE WS-ADD-CMD  TO STEP-COMMAND(WS-STEP-MAX)
           MOVE WS-ADD-FREQ TO STEP-FREQ(WS-STEP-MAX)
           MOVE WS-ADD-EXTERNAL TO STEP-EXTERNAL(WS-STEP-MAX)
           MOVE "D"         TO WS-ADD-FREQ
           MOVE "N"         TO WS-ADD-EXTERNAL

           MOVE WS-STEP-MAX TO WS-ENV-NUM-DISP
           MOVE SPACES TO WS-ENV-NAME
      * ----------------------------------------------------------------
       RUN-ONE-STEP.
           SET WS-STEP-NUM TO IX-STEP
           PERFORM CHECK-STEP-DUE
           IF WS-STEP-DUE = "N"
               PERFORM SET-FREQ-TEXT
               MOVE SPACES TO WS-LOG-TEXT
               STRING "PASO "            DELIMITED BY SIZE
                      WS-STEP-NUM        DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      STEP-NAME(IX-STEP) DELIMITED BY SPACE
                      " OMITIDO: no toca hoy (" DELIMITED BY SIZE
                      WS-FREQ-TEXT       DELIMITED BY SPACE
                      ")"                DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
               END-STRING
               PERFORM APPEND-RUN-LOG
               EXIT PARAGRAPH
           END-IF
           IF WS-DRYRUN = "Y" AND STEP-EXTERNAL(IX-STEP) = "Y"
               MOVE SPACES TO WS-LOG-TEXT
               STRING "PASO "            DELIMITED BY SIZE
                      WS-STEP-NUM        DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      STEP-NAME(IX-STEP) DELIMITED BY SPACE
                      " OMITIDO: ensayo (escribe fuera de data)"
                                         DELIMITED BY SIZE
                   INTO WS-LOG-TEXT
               END-STRING
               PERFORM APPEND-RUN-LOG
               EXIT PARAGRAPH
           END-IF
           IF NOT STEP-DAILY(IX-STEP)
               PERFORM SET-PERIOD-ENVIRONMENT
           END-IF
           DISPLAY "EOD paso " WS-STEP-NUM ": " STEP-NAME(IX-STEP)

           ACCEPT WS-HIST-START FROM TIME
           CALL "SYSTEM" USING STEP-COMMAND(IX-STEP)
               GIVING WS-STEP-RC
           ACCEPT WS-HIST-END FROM TIME

           MOVE WS-STEP-NUM        TO WS-HIST-NUM
           MOVE STEP-NAME(IX-STEP) TO WS-HIST-NAME
           MOVE WS-STEP-RC         TO WS-HIST-RC
           PERFORM APPEND-RUN-HISTORY

           MOVE WS-STEP-RC TO WS-RC-DISPLAY
           MOVE SPACES TO WS-LOG-TEXT
           PERFORM APPEND-RUN-LOG
           .

      * ----------------------------------------------------------------
      * LOAD-STEP-CALENDAR - data/eod-calendar.csv (PASO,FRECUENCIA)
      * cambia la frecuencia por defecto de un paso
      * ----------------------------------------------------------------
       LOAD-STEP-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CALENDAR-STATUS NOT = "00"
               READ CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "00"
                   MOVE SPACES TO WS-CAL-STEP WS-CAL-FREQ
                   UNSTRING CALENDAR-LINE DELIMITED BY ","
                       INTO WS-CAL-STEP WS-CAL-FREQ
                   END-UNSTRING
                   PERFORM APPLY-CALENDAR-ROW
               END-IF
           END-PERFORM
           CLOSE CALENDAR-FILE
           .

       APPLY-CALENDAR-ROW.
           PERFORM VARYING IX-STEP FROM 1 BY 1
               UNTIL IX-STEP > WS-STEP-MAX
               IF STEP-NAME(IX-STEP) = WS-CAL-STEP
                   EVALUATE WS-CAL-FREQ
                       WHEN "DAILY"
                           SET STEP-DAILY(IX-STEP) TO TRUE
                       WHEN "MONTH-END"
                           SET STEP-MONTH-END(IX-STEP) TO TRUE
                       WHEN "MONTH-START"
                           SET STEP-MONTH-START(IX-STEP) TO TRUE
                       WHEN "YEAR-END"
                           SET STEP-YEAR-END(IX-STEP) TO TRUE
                       WHEN OTHER
                           DISPLAY "AVISO: frecuencia desconocida "
                               "para " WS-CAL-STEP ": " WS-CAL-FREQ
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * CHECK-CALENDAR - Que frecuencias tocan en la fecha de negocio
      * que se cierra: fin de mes si el siguiente dia habil es de
      * otro mes, inicio de mes si el anterior lo es, fin de ano si
      * el siguiente dia habil es de otro ano
      * ----------------------------------------------------------------
       CHECK-CALENDAR.
           MOVE WS-TODAY-DATE TO WS-CAL-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BUSDATE-REC NOT = SPACES
                           MOVE BUSDATE-REC TO WS-CAL-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF

           PERFORM LOAD-HOLIDAYS

           MOVE WS-CAL-DATE TO WS-ROLL-DATE
           PERFORM CLASSIFY-ROLL-DATE
           MOVE WS-ROLL-IS-BUSINESS TO WS-IS-BUSINESS-DAY

           ADD 1 TO WS-ROLL-INTEGER
           PERFORM INTEGER-TO-ROLL-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           MOVE WS-ROLL-DATE TO WS-NEXT-BUS-DATE

           MOVE WS-CAL-DATE TO WS-ROLL-DATE
           PERFORM CLASSIFY-ROLL-DATE
           SUBTRACT 1 FROM WS-ROLL-INTEGER
           PERFORM INTEGER-TO-ROLL-DATE
           PERFORM ROLL-BACK-TO-BUSINESS-DAY
           MOVE WS-ROLL-DATE TO WS-PREV-BUS-DATE

           IF WS-IS-BUSINESS-DAY = "Y"
               IF WS-NEXT-BUS-DATE(1:7) NOT = WS-CAL-DATE(1:7)
                   MOVE "Y" TO WS-IS-MONTH-END
               END-IF
               IF WS-PREV-BUS-DATE(1:7) NOT = WS-CAL-DATE(1:7)
                   MOVE "Y" TO WS-IS-MONTH-START
               END-IF
               IF WS-NEXT-BUS-DATE(1:4) NOT = WS-CAL-DATE(1:4)
                   MOVE "Y" TO WS-IS-YEAR-END
               END-IF
           END-IF

      *    Los extractos contables del dia llevan la fecha de negocio
           DISPLAY "GL_DATE" UPON ENVIRONMENT-NAME
           DISPLAY WS-CAL-DATE UPON ENVIRONMENT-VALUE
           DISPLAY "EOD_MONTH_END" UPON ENVIRONMENT-NAME
           DISPLAY WS-IS-MONTH-END UPON ENVIRONMENT-VALUE

           MOVE SPACES TO WS-LOG-TEXT
           STRING "CALENDARIO " DELIMITED BY SIZE
                  WS-CAL-DATE   DELIMITED BY SIZE
                  ": fin de mes=" DELIMITED BY SIZE
                  WS-IS-MONTH-END DELIMITED BY SIZE
                  " inicio de mes=" DELIMITED BY SIZE
                  WS-IS-MONTH-START DELIMITED BY SIZE
                  " fin de ano=" DELIMITED BY SIZE
                  WS-IS-YEAR-END DELIMITED BY SIZE
               INTO WS-LOG-TEXT
           END-STRING
           PERFORM APPEND-RUN-LOG
           .

       CHECK-STEP-DUE.
           EVALUATE TRUE
               WHEN STEP-DAILY(IX-STEP)
                   MOVE "Y" TO WS-STEP-DUE
               WHEN STEP-MONTH-END(IX-STEP)
                   MOVE WS-IS-MONTH-END TO WS-STEP-DUE
               WHEN STEP-MONTH-START(IX-STEP)
                   MOVE WS-IS-MONTH-START TO WS-STEP-DUE
               WHEN STEP-YEAR-END(IX-STEP)
                   MOVE WS-IS-YEAR-END TO WS-STEP-DUE
               WHEN OTHER
                   MOVE "Y" TO WS-STEP-DUE
           END-EVALUATE
           .

       SET-FREQ-TEXT.
           EVALUATE TRUE
               WHEN STEP-MONTH-END(IX-STEP)
                   MOVE "MONTH-END" TO WS-FREQ-TEXT
               WHEN STEP-MONTH-START(IX-STEP)
                   MOVE "MONTH-START" TO WS-FREQ-TEXT
               WHEN STEP-YEAR-END(IX-STEP)
                   MOVE "YEAR-END" TO WS-FREQ-TEXT
               WHEN OTHER
                   MOVE "DAILY" TO WS-FREQ-TEXT
           END-EVALUATE
           .

      * ----------------------------------------------------------------
      * SET-PERIOD-ENVIRONMENT - Periodo que cierra el paso de
      * calendario IX-STEP: el mes de la fecha de negocio, o el mes
      * anterior si el paso corre el primer dia habil
      * ----------------------------------------------------------------
       SET-PERIOD-ENVIRONMENT.
           IF STEP-MONTH-START(IX-STEP)
               MOVE WS-PREV-BUS-DATE(1:7) TO WS-PERIOD-MONTH
           ELSE
               MOVE WS-CAL-DATE(1:7) TO WS-PERIOD-MONTH
           END-IF

           DISPLAY "STATEMENT_MONTH" UPON ENVIRONMENT-NAME
           DISPLAY WS-PERIOD-MONTH UPON ENVIRONMENT-VALUE
           DISPLAY "MIS_MONTH" UPON ENVIRONMENT-NAME
           DISPLAY WS-PERIOD-MONTH UPON ENVIRONMENT-VALUE
           DISPLAY "WAIVE_MONTH" UPON ENVIRONMENT-NAME
           DISPLAY WS-PERIOD-MONTH UPON ENVIRONMENT-VALUE
           DISPLAY "GL_PERIOD" UPON ENVIRONMENT-NAME
           DISPLAY WS-PERIOD-MONTH UPON ENVIRONMENT-VALUE
           DISPLAY "CERT_YEAR" UPON ENVIRONMENT-NAME
           DISPLAY WS-PERIOD-MONTH(1:4) UPON ENVIRONMENT-VALUE
           DISPLAY "GL_YEAR" UPON ENVIRONMENT-NAME
           DISPLAY WS-PERIOD-MONTH(1:4) UPON ENVIRONMENT-VALUE
           .

      * ----------------------------------------------------------------
      * LOAD-HOLIDAYS - Festivos del calendario laboral (uno por
      * linea, AAAA-MM-DD); sin fichero solo cuentan los fines de
      * semana
      * ----------------------------------------------------------------
       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOLIDAY-COUNT
           OPEN INPUT HOLIDAYS-FILE
           IF WS-HOLIDAYS-STATUS = "00"
               PERFORM UNTIL WS-HOLIDAYS-STATUS NOT = "00"
                   READ HOLIDAYS-FILE INTO WS-ROLL-DATE
                   IF WS-HOLIDAYS-STATUS = "00"
                       AND WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE WS-ROLL-DATE
                           TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
                   END-IF
               END-PERFORM
               CLOSE HOLIDAYS-FILE
           END-IF
           .

      * ----------------------------------------------------------------
      * ROLL-TO-BUSINESS-DAY - Avanza WS-ROLL-DATE hasta el primer
      * dia habil (ni sabado, ni domingo, ni festivo)
      * ----------------------------------------------------------------
       ROLL-TO-BUSINESS-DAY.
           PERFORM CLASSIFY-ROLL-DATE
           PERFORM UNTIL WS-ROLL-IS-BUSINESS = "Y"
               ADD 1 TO WS-ROLL-INTEGER
               PERFORM INTEGER-TO-ROLL-DATE
               PERFORM CLASSIFY-ROLL-DATE
           END-PERFORM
           .

      * Igual, hacia atras: el dia habil anterior o igual
       ROLL-BACK-TO-BUSINESS-DAY.
           PERFORM CLASSIFY-ROLL-DATE
           PERFORM UNTIL WS-ROLL-IS-BUSINESS = "Y"
               SUBTRACT 1 FROM WS-ROLL-INTEGER
               PERFORM INTEGER-TO-ROLL-DATE
               PERFORM CLASSIFY-ROLL-DATE
           END-PERFORM
           .

       INTEGER-TO-ROLL-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
               TO WS-ROLL-YYYYMMDD
           MOVE SPACES TO WS-ROLL-DATE
           STRING WS-ROLL-YYYYMMDD(1:4) "-"
                  WS-ROLL-YYYYMMDD(5:2) "-"
                  WS-ROLL-YYYYMMDD(7:2)
               INTO WS-ROLL-DATE
           END-STRING
           .

      * El dia 1 del calendario interno (1601-01-01) fue lunes, asi
      * que el resto de (dia juliano - 1) entre 7 da 5 para sabado
      * y 6 para domingo
       CLASSIFY-ROLL-DATE.
           MOVE WS-ROLL-DATE(1:4) TO WS-ROLL-YYYYMMDD(1:4)
           MOVE WS-ROLL-DATE(6:2) TO WS-ROLL-YYYYMMDD(5:2)
           MOVE WS-ROLL-DATE(9:2) TO WS-ROLL-YYYYMMDD(7:2)
           COMPUTE WS-ROLL-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ROLL-YYYYMMDD)
           COMPUTE WS-ROLL-DOW =
               FUNCTION MOD(WS-ROLL-INTEGER - 1, 7)

           MOVE "Y" TO WS-ROLL-IS-BUSINESS
           IF WS-ROLL-DOW >= 5
               MOVE "N" TO WS-ROLL-IS-BUSINESS
           END-IF
           PERFORM VARYING WS-HOL-IX FROM 1 BY 1
               UNTIL WS-HOL-IX > WS-HOLIDAY-COUNT
               IF WS-HOLIDAY(WS-HOL-IX) = WS-ROLL-DATE
                   MOVE "N" TO WS-ROLL-IS-BUSINESS
               END-IF
           END-PERFORM
           .

      * ----------------------------------------------------------------
      * RECORD-CHAIN-TIMING - Fila 00/CHAIN con la duracion total de
      * la cadena; rc 8 si se detuvo en algun paso
      * ----------------------------------------------------------------
       RECORD-CHAIN-TIMING.
           MOVE WS-CHAIN-START TO WS-HIST-START
           ACCEPT WS-HIST-END FROM TIME
           MOVE 0       TO WS-HIST-NUM
           MOVE "CHAIN" TO WS-HIST-NAME
           IF WS-CHAIN-FAILED = "Y"
               MOVE 8 TO WS-HIST-RC
           ELSE
               MOVE 0 TO WS-HIST-RC
           END-IF
           PERFORM APPEND-RUN-HISTORY
           .

      * ----------------------------------------------------------------
      * APPEND-RUN-HISTORY - Anade la fila WS-HIST-* al historico de
      * tiempos; si el fin es anterior al inicio se ha cruzado la
      * medianoche
      * ----------------------------------------------------------------
       APPEND-RUN-HISTORY.
           COMPUTE WS-START-SECS =
               FUNCTION NUMVAL(WS-HIST-START(1:2)) * 3600
             + FUNCTION NUMVAL(WS-HIST-START(3:2)) * 60
             + FUNCTION NUMVAL(WS-HIST-START(5:2))
           COMPUTE WS-END-SECS =
               FUNCTION NUMVAL(WS-HIST-END(1:2)) * 3600
             + FUNCTION NUMVAL(WS-HIST-END(3:2)) * 60
             + FUNCTION NUMVAL(WS-HIST-END(5:2))
           IF WS-END-SECS < WS-START-SECS
               ADD 86400 TO WS-END-SECS
           END-IF
           COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           MOVE WS-ELAPSED-SECS TO WS-ELAPSED-DISP

           MOVE SPACES TO WS-HIST-START-FMT WS-HIST-END-FMT
           STRING WS-HIST-START(1:2) ":"
                  WS-HIST-START(3:2) ":"
                  WS-HIST-START(5:2)
               INTO WS-HIST-START-FMT
           END-STRING
           STRING WS-HIST-END(1:2) ":"
                  WS-HIST-END(3:2) ":"
                  WS-HIST-END(5:2)
               INTO WS-HIST-END-FMT
           END-STRING
           MOVE WS-HIST-RC TO WS-RC-DISPLAY

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF

           MOVE SPACES TO HISTORY-LINE
           STRING WS-TODAY-DATE      DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CHAIN-START-FMT DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-HIST-NUM        DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-HIST-NAME       DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-HIST-START-FMT  DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-HIST-END-FMT    DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ELAPSED-DISP) DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RC-DISPLAY)   DELIMITED BY SIZE
               INTO HISTORY-LINE
           END-STRING
           WRITE HISTORY-LINE
           CLOSE HISTORY-FILE
           .

      * ----------------------------------------------------------------
      * RUN-TIMING-REPORT - Tiempos contra la media y el SLA; si la
      * cadena completa se sale del SLA se rehace el resumen matinal
      * para que la apertura lo vea
      * ----------------------------------------------------------------
       RUN-TIMING-REPORT.
           MOVE "./batch-timing" TO WS-TIMING-CMD
           MOVE SPACES TO WS-ENV-CMD
           ACCEPT WS-ENV-CMD FROM ENVIRONMENT "MINIBANK_EOD_TIMING_CMD"
           IF WS-ENV-CMD NOT = SPACES
               MOVE WS-ENV-CMD TO WS-TIMING-CMD
           END-IF

           CALL "SYSTEM" USING WS-TIMING-CMD
               GIVING WS-TIMING-RC

           IF WS-TIMING-RC = 0
               MOVE "CADENA DENTRO DE SLA" TO WS-LOG-TEXT
               PERFORM APPEND-RUN-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE "AVISO: CADENA FUERA DE SLA (data/batch-timing-report"
               & ".txt)" TO WS-LOG-TEXT
           PERFORM APPEND-RUN-LOG
           DISPLAY FUNCTION TRIM(WS-LOG-TEXT TRAILING)

           IF WS-CHAIN-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IX-STEP FROM 1 BY 1
               UNTIL IX-STEP > WS-STEP-MAX
               IF STEP-NAME(IX-STEP) = "BRIEFING"
                   CALL "SYSTEM" USING STEP-COMMAND(IX-STEP)
                       GIVING WS-STEP-RC
                   MOVE "RESUMEN MATINAL REGENERADO CON EL AVISO DE SLA"
                       TO WS-LOG-TEXT
                   PERFORM APPEND-RUN-LOG
               END-IF
           END-PERFORM
           .

       WRITE-RUN-LOG-HEADER.
           MOVE SPACES TO WS-LOG-TEXT
           STRING "===== CIERRE DIARIO " DELIMITED BY SIZE
           PERFORM APPEND-RUN-LOG
           .

      * Marca de arranque de la ejecucion (fecha y hora)
       WRITE-RUN-MARKER.
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN OUTPUT RUN-MARKER-FILE
           MOVE SPACES TO RUN-MARKER-LINE
           STRING WS-TODAY-DATE   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-NOW-TIME(1:6) DELIMITED BY SIZE
               INTO RUN-MARKER-LINE
           END-STRING
           WRITE RUN-MARKER-LINE
           CLOSE RUN-MARKER-FILE
           .

       APPEND-RUN-LOG.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-NOW-TIME-FMT
