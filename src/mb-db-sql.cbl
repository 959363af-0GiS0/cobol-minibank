
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Tabla de cuentas compartida por todas las sesiones;
           *> altas y cambios de estado la tocan bajo cerrojo (ver
           *> ACQUIRE-DB2-LOCK)
           SELECT BALANCES-FILE ASSIGN TO
               "/tmp/db2-balances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCES-FILE-STATUS.
           *> Ficheros de trabajo propios de la sesion: los scripts
           *> dejan en ellos su resultado (MINIBANK_DB2_OUT) para que
           *> otra ventanilla o el kiosco no lean lo que no es suyo
           *> entre la llamada al script y la lectura (ver
           *> SET-SESSION-PATHS)
           SELECT BALANCES-DUMP-FILE ASSIGN TO DYNAMIC
               WS-SESS-BALANCES-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC
               WS-SESS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT BALANCE-LOOKUP-FILE ASSIGN TO DYNAMIC
               WS-SESS-LOOKUP-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           *> Copia de trabajo usada para reescribir el fichero de
           *> saldos cuando una cuenta cambia de estado (ver
           *> MARK-ACCOUNT-STATUS-IN-FILE)
           SELECT BALANCE-UPDATE-FILE ASSIGN TO DYNAMIC
               WS-SESS-UPDATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           *> Tuberias de la sesion DB2 persistente: peticiones hacia
           *> el servidor y respuestas de vuelta (ver OPEN-DB2-SESSION)
           SELECT DB2-REQ-PIPE ASSIGN TO DYNAMIC
               WS-PIPE-REQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIPE-REQ-STATUS.
           SELECT DB2-REP-PIPE ASSIGN TO DYNAMIC
               WS-PIPE-REP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIPE-REP-STATUS.
           *> Registro de ejecucion del cierre diario, donde se deja
           *> el rendimiento de la sesion DB2 al terminar
           SELECT RUN-LOG-FILE ASSIGN TO
               "/workspaces/cobol-minibank/data/eod-run-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           *> Diario de DB-CORRELATION-ID ya aplicados, para que un
           *> reintento tras una caida de red no duplique el
           *> movimiento (ver CHECK-DUPLICATE-CORRELATION)
       FD  BALANCES-FILE.
       01  BALANCES-RECORD         PIC X(256).

       FD  BALANCES-DUMP-FILE.
       01  BALANCES-DUMP-RECORD    PIC X(256).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD          PIC X(256).

       FD  BALANCE-UPDATE-FILE.
       01  BALANCE-UPDATE-RECORD   PIC X(256).

       FD  DB2-REQ-PIPE.
       01  DB2-REQ-RECORD          PIC X(512).

       FD  DB2-REP-PIPE.
       01  DB2-REP-RECORD          PIC X(20).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD          PIC X(200).

       FD  CORRELATION-LOG-FILE.
       01  CORRELATION-LOG-RECORD  PIC X(40).

       01  WS-AUDIT-COMMAND    PIC X(512).
       01  WS-AUDIT-OUTCOME    PIC X(8).
       01  WS-AUDIT-RC         PIC S9(9) COMP VALUE 0.
       01  WS-AUDIT-SAVE-CMD   PIC X(512).
       01  WS-AUDIT-SAVE-RC    PIC S9(9) COMP VALUE 0.
       01  WS-AUDIT-TERMINAL   PIC X(16).
       01  WS-BALANCES-SCRIPT  PIC X(100)
           VALUE 'bash db2-helpers/get-balances-cli.sh'.
           VALUE 'bash db2-helpers/get-history-cli.sh'.

       01  WS-HISTORY-FILE-STATUS PIC XX.
       01  WS-BALANCES-FILE-STATUS PIC XX.

      *> Identificador de la sesion (hora de arranque y un numero
      *> aleatorio) con el que se nombran sus ficheros de trabajo
      *> en /tmp: /tmp/db2-s<sesion>-<uso>.csv
       01  WS-SESSION-ID           PIC X(12) VALUE SPACES.
       01  WS-SESSION-TIME         PIC X(8).
       01  WS-SESSION-RANDOM       PIC V9(9).
       01  WS-SESSION-RAND-NUM     PIC 9(4).
       01  WS-SESS-BALANCES-PATH   PIC X(80) VALUE SPACES.
       01  WS-SESS-LOOKUP-PATH     PIC X(80) VALUE SPACES.
       01  WS-SESS-HISTORY-PATH    PIC X(80) VALUE SPACES.
       01  WS-SESS-UPDATE-PATH     PIC X(80) VALUE SPACES.
       01  WS-SESS-OUT-PATH        PIC X(80) VALUE SPACES.
       01  WS-SESS-CMD             PIC X(300) VALUE SPACES.
       01  WS-SESS-RC              PIC S9(9) COMP VALUE 0.
      *> Minutos sin tocar tras los cuales el fichero de trabajo o
      *> el cerrojo de una sesion se da por huerfano (sesion caida)
      *> y se barre en DB-INIT
       01  WS-ORPHAN-MINUTES       PIC 9(4) VALUE 60.

      *> Cerrojo de los ficheros compartidos (tabla de cuentas y
      *> diario de transferencias): directorio .lck, como el de
      *> transactions.csv en MBMAIN
       01  WS-LOCK-NAME            PIC X(60) VALUE SPACES.
       01  WS-LOCK-CMD             PIC X(200) VALUE SPACES.
       01  WS-LOCK-RC              PIC S9(9) COMP VALUE 0.
       01  WS-LOCK-TRIES           PIC 9(3) VALUE 0.
       01  WS-LOCK-WAIT-CMD        PIC X(20) VALUE 'sleep 0.1'.
       01  WS-LOCK-WAIT-RC         PIC S9(9) COMP VALUE 0.

      *> Sesion DB2 persistente: en DB-INIT se arranca un unico
      *> servidor (WS-PIPE-SCRIPT) que abre la conexion una vez y
      *> atiende por tuberia todas las peticiones de la sesion. Cada
      *> peticion es una linea con el mismo mandato que antes se
      *> lanzaba por CALL "SYSTEM"; la respuesta es una linea con su
      *> codigo de retorno (99 = sesion perdida). La primera linea,
      *> PING, confirma la conexion; QUIT la cierra. Sin servidor, o
      *> con MINIBANK_DB2_PIPE=N, cada peticion va por CALL "SYSTEM"
       01  WS-PIPE-SCRIPT          PIC X(60)
           VALUE 'db2-helpers/db2-session.sh'.
       01  WS-PIPE-REQ-PATH        PIC X(80) VALUE SPACES.
       01  WS-PIPE-REP-PATH        PIC X(80) VALUE SPACES.
       01  WS-PIPE-REQ-STATUS      PIC XX.
       01  WS-PIPE-REP-STATUS      PIC XX.
       01  WS-PIPE-WANTED          PIC X VALUE 'Y'.
       01  WS-PIPE-OPEN            PIC X VALUE 'N'.
           88 PIPE-IS-OPEN         VALUE 'Y'.
       01  WS-PIPE-USED            PIC X VALUE 'N'.
       01  WS-PIPE-LOST            PIC X VALUE 'N'.
           88 PIPE-WAS-LOST        VALUE 'Y'.
       01  WS-PIPE-LINE            PIC X(512) VALUE SPACES.
       01  WS-PIPE-REPLY           PIC X(20) VALUE SPACES.
       01  WS-PIPE-CMD             PIC X(700) VALUE SPACES.
       01  WS-PIPE-RC              PIC S9(9) COMP VALUE 0.
       01  WS-PIPE-RECONNECTS      PIC 9(4) VALUE 0.
       01  WS-PIPE-READS           PIC 9(4) VALUE 0.
       01  WS-PIPE-READS-MAX       PIC 9(4) VALUE 500.

      *> Rendimiento de la sesion, en centesimas de segundo, para el
      *> registro de ejecucion: peticiones atendidas, tiempo total y
      *> coste de abrir la conexion (lo que pagaba cada peticion
      *> cuando cada script abria la suya)
       01  WS-DB2-REQ-COUNT        PIC 9(7) VALUE 0.
       01  WS-TP-TIME.
           05 WS-TP-HH             PIC 99.
           05 WS-TP-MI             PIC 99.
           05 WS-TP-SS             PIC 99.
           05 WS-TP-CC             PIC 99.
       01  WS-TP-NOW-CS            PIC S9(9) COMP VALUE 0.
       01  WS-TP-START-CS          PIC S9(9) COMP VALUE 0.
       01  WS-TP-OPEN-START-CS     PIC S9(9) COMP VALUE 0.
       01  WS-TP-OPEN-CS           PIC S9(9) COMP VALUE 0.
       01  WS-TP-ELAPSED-CS        PIC S9(9) COMP VALUE 0.
       01  WS-TP-AVG-SECS          PIC 9(5)V9(3) VALUE 0.
       01  WS-TP-OLD-AVG-SECS      PIC 9(5)V9(3) VALUE 0.
       01  WS-TP-SECS              PIC 9(7)V99 VALUE 0.
       01  WS-TP-OPEN-SECS         PIC 9(5)V99 VALUE 0.
       01  WS-TP-COUNT-EDIT        PIC Z(6)9.
       01  WS-TP-SECS-EDIT         PIC Z(6)9.99.
       01  WS-TP-OPEN-EDIT         PIC Z(4)9.99.
       01  WS-TP-AVG-EDIT          PIC Z(4)9.999.
       01  WS-TP-OLD-AVG-EDIT      PIC Z(4)9.999.
       01  WS-TP-RECON-EDIT        PIC Z(3)9.
       01  WS-TP-MODE              PIC X(8) VALUE SPACES.
       01  WS-RUN-LOG-STATUS       PIC XX.
       01  WS-RUN-LOG-TEXT         PIC X(180) VALUE SPACES.
       01  WS-HISTORY-LINE        PIC X(256).
       01  WS-HIST-ACCT-FROM-FILE PIC X(30).
       01  WS-HIST-DATE-FROM-FILE PIC X(10).
       01  WS-LOAN-ROW-TERM-STR    PIC X(6).
       01  WS-LOAN-ROW-INST-STR    PIC X(20).
       01  WS-LOAN-ROW-NEXT-DATE   PIC X(10).
       01  WS-LOAN-ROW-STATUS      PIC X(12).
      *> Columnas 9-13 de los prestamos reestructurados
       01  WS-LOAN-ROW-ORIG-PRIN   PIC X(20).
       01  WS-LOAN-ROW-ORIG-RATE   PIC X(15).
       01  WS-LOAN-ROW-ORIG-TERM   PIC X(6).
       01  WS-LOAN-ROW-ORIG-INST   PIC X(20).
       01  WS-LOAN-ROW-RST-DATE    PIC X(10).
       01  WS-LOAN-ROW-TAIL        PIC X(80).
       01  WS-LOAN-FOUND           PIC X.
       01  WS-LOAN-PRINCIPAL       PIC S9(13)V9(2) COMP-3.
       01  WS-LOAN-RATE            PIC S9(3)V9(6) COMP-3.
       DB-INIT.
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE
           PERFORM GET-TP-CENTISECONDS
           MOVE WS-TP-NOW-CS TO WS-TP-START-CS
           MOVE 0 TO WS-DB2-REQ-COUNT
           MOVE 0 TO WS-PIPE-RECONNECTS
           MOVE 0 TO WS-TP-OPEN-CS
           MOVE 'N' TO WS-PIPE-USED

           ACCEPT WS-ENV-DB-NAME FROM ENVIRONMENT 'MINIBANK_DB_NAME'
           IF WS-ENV-DB-NAME NOT = SPACES
                   TO WS-DAILY-LIMIT
           END-IF

           PERFORM SET-SESSION-PATHS
           PERFORM SWEEP-ORPHAN-WORK-FILES

           ACCEPT WS-PIPE-WANTED FROM ENVIRONMENT 'MINIBANK_DB2_PIPE'
           IF WS-PIPE-WANTED NOT = 'N'
               MOVE 'Y' TO WS-PIPE-WANTED
           END-IF
           PERFORM GET-TP-CENTISECONDS
           MOVE WS-TP-NOW-CS TO WS-TP-OPEN-START-CS
           PERFORM OPEN-DB2-SESSION
           PERFORM GET-TP-CENTISECONDS
           COMPUTE WS-TP-OPEN-CS = WS-TP-NOW-CS - WS-TP-OPEN-START-CS
           IF WS-TP-OPEN-CS < 0
               ADD 8640000 TO WS-TP-OPEN-CS
           END-IF

           MOVE 'Y' TO WS-CONNECTED
           PERFORM RECOVER-INFLIGHT-TRANSFERS

           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE
           MOVE 'N' TO WS-CONNECTED
           PERFORM CLOSE-DB2-SESSION
           PERFORM REPORT-DB2-THROUGHPUT
           PERFORM REMOVE-SESSION-WORK-FILES
           DISPLAY '‚ÑπÔ∏è  DB2 Desconectado'
           .

      *> Nombra los ficheros de trabajo de esta sesion. El
      *> identificador puede fijarse con MINIBANK_DB2_SESSION; si
      *> no, se compone con la hora de arranque y un aleatorio
       SET-SESSION-PATHS.
           IF WS-SESSION-ID = SPACES
               ACCEPT WS-SESSION-ID
                   FROM ENVIRONMENT 'MINIBANK_DB2_SESSION'
           END-IF
           IF WS-SESSION-ID = SPACES
               ACCEPT WS-SESSION-TIME FROM TIME
               COMPUTE WS-SESSION-RANDOM =
                   FUNCTION RANDOM(FUNCTION NUMVAL(WS-SESSION-TIME))
               COMPUTE WS-SESSION-RAND-NUM =
                   WS-SESSION-RANDOM * 10000
               STRING WS-SESSION-TIME     DELIMITED BY SIZE
                      WS-SESSION-RAND-NUM DELIMITED BY SIZE
                   INTO WS-SESSION-ID
               END-STRING
           END-IF

           MOVE SPACES TO WS-SESS-BALANCES-PATH
           STRING '/tmp/db2-s'    DELIMITED BY SIZE
                  WS-SESSION-ID   DELIMITED BY SPACE
                  '-balances.csv' DELIMITED BY SIZE
               INTO WS-SESS-BALANCES-PATH
           END-STRING
           MOVE SPACES TO WS-SESS-LOOKUP-PATH
           STRING '/tmp/db2-s'    DELIMITED BY SIZE
                  WS-SESSION-ID   DELIMITED BY SPACE
                  '-balance-lookup.csv' DELIMITED BY SIZE
               INTO WS-SESS-LOOKUP-PATH
           END-STRING
           MOVE SPACES TO WS-SESS-HISTORY-PATH
           STRING '/tmp/db2-s'    DELIMITED BY SIZE
                  WS-SESSION-ID   DELIMITED BY SPACE
                  '-history.csv'  DELIMITED BY SIZE
               INTO WS-SESS-HISTORY-PATH
           END-STRING
           MOVE SPACES TO WS-SESS-UPDATE-PATH
           STRING '/tmp/db2-s'    DELIMITED BY SIZE
                  WS-SESSION-ID   DELIMITED BY SPACE
                  '-balances.csv.new' DELIMITED BY SIZE
               INTO WS-SESS-UPDATE-PATH
           END-STRING
           .

      *> Barre los ficheros de trabajo y cerrojos que dejaron
      *> sesiones caidas: los que llevan WS-ORPHAN-MINUTES sin
      *> tocarse no pueden pertenecer a una sesion viva, que
      *> reescribe los suyos justo antes de cada lectura
       SWEEP-ORPHAN-WORK-FILES.
           MOVE SPACES TO WS-SESS-CMD
           STRING 'find /tmp -maxdepth 1 -name ''db2-s*-*'' '
                      DELIMITED BY SIZE
                  '\( -type f -o -type p \) -mmin +'
                      DELIMITED BY SIZE
                  WS-ORPHAN-MINUTES DELIMITED BY SIZE
                  ' -exec rm -f {} + 2>/dev/null; '
                      DELIMITED BY SIZE
                  'find /tmp -maxdepth 1 -name ''db2-*.lck'' '
                      DELIMITED BY SIZE
                  '-type d -mmin +' DELIMITED BY SIZE
                  WS-ORPHAN-MINUTES DELIMITED BY SIZE
                  ' -exec rmdir {} + 2>/dev/null'
                      DELIMITED BY SIZE
               INTO WS-SESS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SESS-CMD GIVING WS-SESS-RC
           .

       REMOVE-SESSION-WORK-FILES.
           IF WS-SESSION-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SESS-CMD
           STRING 'rm -f /tmp/db2-s' DELIMITED BY SIZE
                  WS-SESSION-ID      DELIMITED BY SPACE
                  '-*'               DELIMITED BY SIZE
               INTO WS-SESS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SESS-CMD GIVING WS-SESS-RC
           .

      *> Antepone al script la ruta del fichero de trabajo de la
      *> sesion en que debe dejar su resultado (WS-SESS-OUT-PATH);
      *> el resto de WS-COMMAND (script y argumentos) va detras
       PREFIX-SESSION-OUTPUT.
           MOVE WS-COMMAND TO WS-SESS-CMD
           MOVE SPACES TO WS-COMMAND
           STRING 'MINIBANK_DB2_OUT=' DELIMITED BY SIZE
                  WS-SESS-OUT-PATH    DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WS-SESS-CMD         DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           .

      *> Toma el cerrojo WS-LOCK-NAME creando el directorio
      *> /tmp/<nombre>.lck; si otra sesion lo tiene, espera y
      *> reintenta de forma acotada
       ACQUIRE-DB2-LOCK.
           MOVE SPACES TO WS-LOCK-CMD
           STRING 'mkdir /tmp/'    DELIMITED BY SIZE
                  WS-LOCK-NAME     DELIMITED BY SPACE
                  '.lck 2>/dev/null' DELIMITED BY SIZE
               INTO WS-LOCK-CMD
           END-STRING

           MOVE 0 TO WS-LOCK-TRIES
           CALL "SYSTEM" USING WS-LOCK-CMD GIVING WS-LOCK-RC
           PERFORM UNTIL WS-LOCK-RC = 0
               OR WS-LOCK-TRIES >= 50
               ADD 1 TO WS-LOCK-TRIES
               CALL "SYSTEM" USING WS-LOCK-WAIT-CMD
                   GIVING WS-LOCK-WAIT-RC
               CALL "SYSTEM" USING WS-LOCK-CMD GIVING WS-LOCK-RC
           END-PERFORM

           IF WS-LOCK-RC NOT = 0
               DISPLAY 'AVISO: no se pudo tomar el cerrojo de '
                   FUNCTION TRIM(WS-LOCK-NAME)
                   '; se continua sin el'
           END-IF
           .

       RELEASE-DB2-LOCK.
           IF WS-LOCK-RC = 0
               MOVE SPACES TO WS-LOCK-CMD
               STRING 'rmdir /tmp/'    DELIMITED BY SIZE
                      WS-LOCK-NAME     DELIMITED BY SPACE
                      '.lck 2>/dev/null' DELIMITED BY SIZE
                   INTO WS-LOCK-CMD
               END-STRING
               CALL "SYSTEM" USING WS-LOCK-CMD GIVING WS-LOCK-WAIT-RC
           END-IF
           .

      *> Arranca el servidor de la sesion con sus dos tuberias y
      *> espera la respuesta al PING (conexion abierta). Si el
      *> servidor termina, su envoltorio desbloquea al que espere en
      *> la tuberia con un 99 y las borra, de modo que la siguiente
      *> peticion detecta la perdida y reconecta
       OPEN-DB2-SESSION.
           MOVE 'N' TO WS-PIPE-OPEN
           IF WS-PIPE-WANTED = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PIPE-REQ-PATH
           STRING '/tmp/db2-s'    DELIMITED BY SIZE
                  WS-SESSION-ID   DELIMITED BY SPACE
                  '-req.fifo'     DELIMITED BY SIZE
               INTO WS-PIPE-REQ-PATH
           END-STRING
           MOVE SPACES TO WS-PIPE-REP-PATH
           STRING '/tmp/db2-s'    DELIMITED BY SIZE
                  WS-SESSION-ID   DELIMITED BY SPACE
                  '-rep.fifo'     DELIMITED BY SIZE
               INTO WS-PIPE-REP-PATH
           END-STRING

           MOVE SPACES TO WS-PIPE-CMD
           STRING '[ -f '             DELIMITED BY SIZE
                  WS-PIPE-SCRIPT      DELIMITED BY SPACE
                  ' ] && rm -f '      DELIMITED BY SIZE
                  WS-PIPE-REQ-PATH    DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WS-PIPE-REP-PATH    DELIMITED BY SPACE
                  ' && mkfifo '       DELIMITED BY SIZE
                  WS-PIPE-REQ-PATH    DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WS-PIPE-REP-PATH    DELIMITED BY SPACE
                  ' && { (bash '      DELIMITED BY SIZE
                  WS-PIPE-SCRIPT      DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WS-PIPE-REQ-PATH    DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WS-PIPE-REP-PATH    DELIMITED BY SPACE
                  '; timeout 2 cat '  DELIMITED BY SIZE
                  WS-PIPE-REQ-PATH    DELIMITED BY SPACE
                  ' >/dev/null; timeout 2 sh -c "echo 99 >'
                                      DELIMITED BY SIZE
                  WS-PIPE-REP-PATH    DELIMITED BY SPACE
                  '"; rm -f '         DELIMITED BY SIZE
                  WS-PIPE-REQ-PATH    DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WS-PIPE-REP-PATH    DELIMITED BY SPACE
                  ') >/dev/null 2>&1 & }'
                                      DELIMITED BY SIZE
               INTO WS-PIPE-CMD
           END-STRING
           CALL "SYSTEM" USING WS-PIPE-CMD GIVING WS-PIPE-RC
           IF WS-PIPE-RC NOT = 0
               DISPLAY 'AVISO: sin servidor de sesion DB2; cada '
                   'peticion abrira su propia conexion'
               EXIT PARAGRAPH
           END-IF

           MOVE 'PING' TO WS-PIPE-LINE
           PERFORM SEND-PIPE-REQUEST
           IF PIPE-WAS-LOST OR WS-PIPE-RC NOT = 0
               DISPLAY 'AVISO: la sesion DB2 no pudo conectar; cada '
                   'peticion abrira su propia conexion'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PIPE-OPEN
           MOVE 'Y' TO WS-PIPE-USED
           .

      *> Una peticion y su respuesta por las tuberias de la sesion;
      *> deja el codigo de retorno en WS-PIPE-RC, o WS-PIPE-LOST a
      *> 'Y' si el servidor ya no esta
       SEND-PIPE-REQUEST.
           MOVE 'N' TO WS-PIPE-LOST
           MOVE 0 TO WS-PIPE-RC

           OPEN OUTPUT DB2-REQ-PIPE
           IF WS-PIPE-REQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-PIPE-LOST
               EXIT PARAGRAPH
           END-IF
           WRITE DB2-REQ-RECORD FROM WS-PIPE-LINE
           CLOSE DB2-REQ-PIPE

      *>   Una apertura puede encontrar la tuberia sin escritor
      *>   todavia y leer fin de fichero: se vuelve a abrir hasta
      *>   recibir la linea de respuesta
           MOVE SPACES TO WS-PIPE-REPLY
           MOVE 0 TO WS-PIPE-READS
           PERFORM UNTIL WS-PIPE-REPLY NOT = SPACES
               OR WS-PIPE-READS >= WS-PIPE-READS-MAX
               ADD 1 TO WS-PIPE-READS
               OPEN INPUT DB2-REP-PIPE
               IF WS-PIPE-REP-STATUS NOT = '00'
                   MOVE 'Y' TO WS-PIPE-LOST
                   EXIT PARAGRAPH
               END-IF
               READ DB2-REP-PIPE INTO WS-PIPE-REPLY
                   AT END
                       MOVE SPACES TO WS-PIPE-REPLY
               END-READ
               CLOSE DB2-REP-PIPE
           END-PERFORM

           IF WS-PIPE-REPLY = SPACES
               OR FUNCTION TEST-NUMVAL(WS-PIPE-REPLY) NOT = 0
               MOVE '99' TO WS-PIPE-REPLY
           END-IF
           MOVE FUNCTION NUMVAL(WS-PIPE-REPLY) TO WS-PIPE-RC
           IF WS-PIPE-RC = 99
               MOVE 'Y' TO WS-PIPE-LOST
           END-IF
           .

      *> Ejecuta el mandato de WS-COMMAND: por la sesion abierta o,
      *> sin ella, con CALL "SYSTEM". Si la sesion se ha perdido se
      *> reconecta y se devuelve error, para que el reintento del
      *> llamador (EXEC-INSERT-CLI) vuelva a enviarla
       RUN-DB2-COMMAND.
           ADD 1 TO WS-DB2-REQ-COUNT
           MOVE 'N' TO WS-PIPE-LOST

           IF NOT PIPE-IS-OPEN
               CALL "SYSTEM" USING WS-COMMAND GIVING WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COMMAND TO WS-PIPE-LINE
           PERFORM SEND-PIPE-REQUEST
           IF PIPE-WAS-LOST
               PERFORM REOPEN-DB2-SESSION
               MOVE 99 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-PIPE-LOST
           ELSE
               MOVE WS-PIPE-RC TO WS-RETURN-CODE
           END-IF
           .

      *> Consultas sin bucle de reintento propio: si la sesion se
      *> perdio, se repite una vez sobre la sesion reconectada
       RUN-DB2-QUERY.
           PERFORM RUN-DB2-COMMAND
           IF PIPE-WAS-LOST
               PERFORM RUN-DB2-COMMAND
           END-IF
           .

       REOPEN-DB2-SESSION.
           DISPLAY 'AVISO: sesion DB2 perdida; reconectando'
      *>   Un servidor vivo pero atascado se despide con QUIT antes
      *>   de retirar sus tuberias
           MOVE SPACES TO WS-PIPE-CMD
           STRING 'timeout 2 sh -c "echo QUIT >' DELIMITED BY SIZE
                  WS-PIPE-REQ-PATH    DELIMITED BY SPACE
                  '" >/dev/null 2>&1; rm -f ' DELIMITED BY SIZE
                  WS-PIPE-REQ-PATH    DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WS-PIPE-REP-PATH    DELIMITED BY SPACE
               INTO WS-PIPE-CMD
           END-STRING
           CALL "SYSTEM" USING WS-PIPE-CMD GIVING WS-PIPE-RC
           MOVE 'N' TO WS-PIPE-OPEN
           ADD 1 TO WS-PIPE-RECONNECTS
           PERFORM OPEN-DB2-SESSION
           .

       CLOSE-DB2-SESSION.
           IF NOT PIPE-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DB2-REQ-PIPE
           IF WS-PIPE-REQ-STATUS = '00'
               MOVE 'QUIT' TO WS-PIPE-LINE
               WRITE DB2-REQ-RECORD FROM WS-PIPE-LINE
               CLOSE DB2-REQ-PIPE
           END-IF
           MOVE 'N' TO WS-PIPE-OPEN
           .

      *> Hora actual en centesimas de segundo desde medianoche
       GET-TP-CENTISECONDS.
           ACCEPT WS-TP-TIME FROM TIME
           COMPUTE WS-TP-NOW-CS =
               WS-TP-HH * 360000 + WS-TP-MI * 6000
             + WS-TP-SS * 100 + WS-TP-CC
           .

      *> Deja en el registro de ejecucion (y en pantalla) cuantas
      *> peticiones atendio la sesion, en cuanto tiempo y la media
      *> por peticion, junto a la media estimada sin sesion
      *> persistente (media + apertura de conexion por peticion)
       REPORT-DB2-THROUGHPUT.
           IF WS-SESSION-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM GET-TP-CENTISECONDS
           COMPUTE WS-TP-ELAPSED-CS = WS-TP-NOW-CS - WS-TP-START-CS
           IF WS-TP-ELAPSED-CS < 0
               ADD 8640000 TO WS-TP-ELAPSED-CS
           END-IF
           COMPUTE WS-TP-SECS = WS-TP-ELAPSED-CS * 0.01
           COMPUTE WS-TP-OPEN-SECS = WS-TP-OPEN-CS * 0.01
           IF WS-DB2-REQ-COUNT > 0
               COMPUTE WS-TP-AVG-SECS =
                   ((WS-TP-ELAPSED-CS - WS-TP-OPEN-CS) * 10
                   / WS-DB2-REQ-COUNT) * 0.001
           ELSE
               MOVE 0 TO WS-TP-AVG-SECS
           END-IF

           IF WS-PIPE-USED = 'Y'
               MOVE 'TUBERIA' TO WS-TP-MODE
               COMPUTE WS-TP-OLD-AVG-SECS =
                   WS-TP-AVG-SECS + WS-TP-OPEN-SECS
           ELSE
               MOVE 'DIRECTO' TO WS-TP-MODE
               MOVE WS-TP-AVG-SECS TO WS-TP-OLD-AVG-SECS
           END-IF

           MOVE WS-DB2-REQ-COUNT   TO WS-TP-COUNT-EDIT
           MOVE WS-TP-SECS         TO WS-TP-SECS-EDIT
           MOVE WS-TP-AVG-SECS     TO WS-TP-AVG-EDIT
           MOVE WS-TP-OLD-AVG-SECS TO WS-TP-OLD-AVG-EDIT
           MOVE WS-TP-OPEN-SECS    TO WS-TP-OPEN-EDIT
           MOVE WS-PIPE-RECONNECTS TO WS-TP-RECON-EDIT

           MOVE SPACES TO WS-RUN-LOG-TEXT
           STRING 'MBDBSQL sesion DB2 '   DELIMITED BY SIZE
                  WS-TP-MODE              DELIMITED BY SPACE
                  ': '                    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TP-COUNT-EDIT) DELIMITED BY SIZE
                  ' peticiones en '       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TP-SECS-EDIT) DELIMITED BY SIZE
                  ' s, media '            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TP-AVG-EDIT) DELIMITED BY SIZE
                  ' s/pet (sin sesion '   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TP-OLD-AVG-EDIT) DELIMITED BY SIZE
                  ' s/pet), conexion '    DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TP-OPEN-EDIT) DELIMITED BY SIZE
                  ' s, reconexiones '     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TP-RECON-EDIT) DELIMITED BY SIZE
               INTO WS-RUN-LOG-TEXT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-RUN-LOG-TEXT)

           ACCEPT WS-DATE-YYYYMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO RUN-LOG-RECORD
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS = '05' OR WS-RUN-LOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUN-LOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           STRING WS-DATE-YYYYMMDD(1:4) '-'
                  WS-DATE-YYYYMMDD(5:2) '-'
                  WS-DATE-YYYYMMDD(7:2) ' '
                  WS-TP-TIME(1:2) ':'
                  WS-TP-TIME(3:2) ':'
                  WS-TP-TIME(5:2) ' '
                  WS-RUN-LOG-TEXT DELIMITED BY SIZE
               INTO RUN-LOG-RECORD
           END-STRING
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .

       DB-GET-BALANCE.
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE
               DB-ACCOUNT-ID            DELIMITED BY SPACE
               INTO WS-COMMAND
           END-STRING
           MOVE WS-SESS-LOOKUP-PATH TO WS-SESS-OUT-PATH
           PERFORM PREFIX-SESSION-OUTPUT
           PERFORM RUN-DB2-QUERY

           IF WS-RETURN-CODE NOT = 0
               MOVE 8 TO DB-STATUS
               INTO WS-XFER-JRN-LINE
           END-STRING

      *>   El diario es comun a todas las sesiones (la recuperacion
      *>   de DB-INIT lo recorre entero): se escribe bajo cerrojo
           MOVE 'db2-transfer-journal' TO WS-LOCK-NAME
           PERFORM ACQUIRE-DB2-LOCK
           OPEN EXTEND XFER-JOURNAL-FILE
           IF WS-XFER-JRN-STATUS = '05'
               OR WS-XFER-JRN-STATUS = '35'
           END-IF
           WRITE XFER-JOURNAL-RECORD FROM WS-XFER-JRN-LINE
           CLOSE XFER-JOURNAL-FILE
           PERFORM RELEASE-DB2-LOCK
           .

      *> Recorre el diario al arrancar: una transferencia que quedo
           END-IF

           MOVE WS-HISTORY-SCRIPT TO WS-COMMAND
           MOVE WS-SESS-HISTORY-PATH TO WS-SESS-OUT-PATH
           PERFORM PREFIX-SESSION-OUTPUT
           PERFORM RUN-DB2-QUERY

           IF WS-RETURN-CODE NOT = 0
               MOVE 8 TO DB-STATUS

           MOVE 0 TO WS-RETRY-COUNT
           PERFORM UNTIL WS-RETRY-COUNT >= WS-RETRY-MAX
               PERFORM RUN-DB2-COMMAND
               IF WS-RETURN-CODE = 0
                   EXIT PERFORM
               END-IF
               INTO WS-AUDIT-COMMAND
           END-STRING

      *>   Por la misma sesion DB2; el mandato y el codigo de
      *>   retorno del movimiento en curso quedan como estaban
           MOVE WS-COMMAND TO WS-AUDIT-SAVE-CMD
           MOVE WS-RETURN-CODE TO WS-AUDIT-SAVE-RC
           MOVE WS-AUDIT-COMMAND TO WS-COMMAND
           PERFORM RUN-DB2-COMMAND
           MOVE WS-RETURN-CODE TO WS-AUDIT-RC
           MOVE WS-AUDIT-SAVE-CMD TO WS-COMMAND
           MOVE WS-AUDIT-SAVE-RC TO WS-RETURN-CODE
           .

      * ============================================================
      * de estado, umbral y auditoria
      * ============================================================

      *> Alta de talonario: DB-CHEQUE-COUNT filas PENDING desde el
      *> numero DB-CHEQUE-NUMBER para DB-ACCOUNT-ID; pasan a ISSUED
      *> (pagables) cuando la sucursal entrega el talonario al
      *> cliente (MBMAIN, entrega de talonario)
       DB-CHEQUE-ISSUE.
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE
               STRING DB-ACCOUNT-ID   DELIMITED BY SPACE
                      ','             DELIMITED BY SIZE
                      WS-CHQ-NUM-WORK DELIMITED BY SIZE
                      ',PENDING,,'    DELIMITED BY SIZE
                      WS-SVC-DATE-OUT DELIMITED BY SIZE
                   INTO WS-SVC-LINE
               END-STRING

           CLOSE CHEQUE-REG-FILE

           MOVE 'Talonario pedido; pendiente de entrega'
               TO DB-MESSAGE
           .

      *> Pago de cheque: el cheque debe estar ISSUED (un cheque
      *> PENDING es de un talonario aun no entregado); el cargo va
      *> por DB-DO-WITHDRAW (estado, umbral y auditoria incluidos)
      *> y el registro pasa a PAID
       DB-CHEQUE-PAY.
                   TO DB-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHQ-ROW-STATE = 'PENDING'
               MOVE 1 TO DB-STATUS
               MOVE 'Talonario aun no entregado al cliente'
                   TO DB-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHQ-ROW-STATE NOT = 'ISSUED'
               MOVE 1 TO DB-STATUS
               MOVE SPACES TO DB-MESSAGE
           MOVE 'Cheque pagado' TO DB-MESSAGE
           .

      *> Orden de no pago: el registro pasa a STOPPED con su motivo;
      *> cabe tambien sobre un cheque de un talonario aun no
      *> entregado (extraviado en el envio)
       DB-CHEQUE-STOP.
           MOVE 0 TO DB-STATUS
           MOVE SPACES TO DB-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHQ-ROW-STATE NOT = 'ISSUED'
               AND WS-CHQ-ROW-STATE NOT = 'PENDING'
               MOVE 1 TO DB-STATUS
               MOVE 'Solo un cheque ISSUED o PENDING admite no pago'
                   TO DB-MESSAGE
               EXIT PARAGRAPH
           END-IF
                   AND WS-LOAN-FOUND = 'N'
                   PERFORM PARSE-LOAN-ROW
                   IF WS-LOAN-ROW-ID = DB-REF-ID
                       AND (WS-LOAN-ROW-STATUS = 'ACTIVE'
                         OR WS-LOAN-ROW-STATUS = 'RESTRUCTURED')
                       MOVE 'Y' TO WS-LOAN-FOUND
                   END-IF
               END-IF

       PARSE-LOAN-ROW.
           MOVE SPACES TO WS-LOAN-ROW-STATUS
           MOVE SPACES TO WS-LOAN-ROW-ORIG-PRIN
           MOVE SPACES TO WS-LOAN-ROW-ORIG-RATE
           MOVE SPACES TO WS-LOAN-ROW-ORIG-TERM
           MOVE SPACES TO WS-LOAN-ROW-ORIG-INST
           MOVE SPACES TO WS-LOAN-ROW-RST-DATE
           UNSTRING WS-SVC-LINE DELIMITED BY ','
               INTO WS-LOAN-ROW-ID WS-LOAN-ROW-ACCOUNT
                    WS-LOAN-ROW-PRIN-STR WS-LOAN-ROW-RATE-STR
                    WS-LOAN-ROW-TERM-STR WS-LOAN-ROW-INST-STR
                    WS-LOAN-ROW-NEXT-DATE WS-LOAN-ROW-STATUS
                    WS-LOAN-ROW-ORIG-PRIN WS-LOAN-ROW-ORIG-RATE
                    WS-LOAN-ROW-ORIG-TERM WS-LOAN-ROW-ORIG-INST
                    WS-LOAN-ROW-RST-DATE
           END-UNSTRING
           IF WS-LOAN-ROW-STATUS = SPACES
               MOVE 'ACTIVE' TO WS-LOAN-ROW-STATUS
           END-IF

      *>   Las condiciones originales de un reestructurado viajan
      *>   con la fila en cada reescritura
           MOVE SPACES TO WS-LOAN-ROW-TAIL
           IF WS-LOAN-ROW-ORIG-PRIN NOT = SPACES
               STRING ',' DELIMITED BY SIZE
                      WS-LOAN-ROW-ORIG-PRIN DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-LOAN-ROW-ORIG-RATE DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-LOAN-ROW-ORIG-TERM DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-LOAN-ROW-ORIG-INST DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-LOAN-ROW-RST-DATE DELIMITED BY SPACE
                   INTO WS-LOAN-ROW-TAIL
               END-STRING
           END-IF
           .

       MARK-LOAN-ROW.
                   MOVE WS-SVC-LINE TO WS-SVC-ORIG-LINE
                   PERFORM PARSE-LOAN-ROW
                   IF WS-LOAN-ROW-ID = DB-REF-ID
                       AND (WS-LOAN-ROW-STATUS = 'ACTIVE'
                         OR WS-LOAN-ROW-STATUS = 'RESTRUCTURED')
                       MOVE SPACES TO WS-SVC-LINE
                       STRING WS-LOAN-ROW-ID DELIMITED BY SPACE
                              ',' DELIMITED BY SIZE
                              WS-LOAN-ROW-NEXT-DATE
                                  DELIMITED BY SIZE
                              ',SETTLED' DELIMITED BY SIZE
                              WS-LOAN-ROW-TAIL
                                  DELIMITED BY SPACE
                           INTO WS-SVC-LINE
                       END-STRING
                       WRITE LOANS-REG-NEW-RECORD
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 'N' TO WS-BALANCE-FOUND

      *>   Comprobacion y alta bajo el mismo cerrojo, para que dos
      *>   sesiones no den de alta a la vez la misma cuenta
           MOVE 'db2-balances' TO WS-LOCK-NAME
           PERFORM ACQUIRE-DB2-LOCK

           OPEN INPUT BALANCES-FILE
           IF WS-BALANCES-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BALANCES-FILE INTO WS-BALANCE-LINE
                   AT END
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BALANCES-FILE-STATUS = '00'
               OR WS-BALANCES-FILE-STATUS = '10'
               CLOSE BALANCES-FILE
           END-IF

           IF WS-BALANCE-FOUND = 'Y'
               PERFORM RELEASE-DB2-LOCK
               MOVE 1 TO DB-STATUS
               MOVE 'La cuenta ya existe' TO DB-MESSAGE
               EXIT PARAGRAPH
           END-STRING

           OPEN EXTEND BALANCES-FILE
           IF WS-BALANCES-FILE-STATUS = '05'
               OR WS-BALANCES-FILE-STATUS = '35'
               OPEN OUTPUT BALANCES-FILE
           END-IF
           WRITE BALANCES-RECORD FROM WS-BALANCE-LINE
           CLOSE BALANCES-FILE
           PERFORM RELEASE-DB2-LOCK

           MOVE 'Cuenta creada' TO DB-MESSAGE
           .

      *> Reescribe /tmp/db2-balances.csv copiando todas las filas
      *> tal cual salvo la de WS-CLOSE-ACCOUNT-ID, a la que se le
      *> cambia el estado a WS-MARK-STATUS (CLOSED, FROZEN u OPEN).
      *> La copia se monta en el fichero de trabajo de la sesion y
      *> se lleva sobre la tabla compartida bajo cerrojo
       MARK-ACCOUNT-STATUS-IN-FILE.
           MOVE 0 TO WS-UPDATE-RC
           MOVE 'N' TO WS-EOF-FLAG

           MOVE 'db2-balances' TO WS-LOCK-NAME
           PERFORM ACQUIRE-DB2-LOCK

           OPEN INPUT BALANCES-FILE
           IF WS-BALANCES-FILE-STATUS NOT = '00'
               PERFORM RELEASE-DB2-LOCK
               MOVE 8 TO WS-UPDATE-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BALANCE-UPDATE-FILE

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
           CLOSE BALANCES-FILE
           CLOSE BALANCE-UPDATE-FILE

           MOVE SPACES TO WS-UPDATE-CMD
           STRING 'mv '                 DELIMITED BY SIZE
                  WS-SESS-UPDATE-PATH   DELIMITED BY SPACE
                  ' /tmp/db2-balances.csv' DELIMITED BY SIZE
               INTO WS-UPDATE-CMD
           END-STRING
           CALL "SYSTEM" USING WS-UPDATE-CMD GIVING WS-UPDATE-RC
           PERFORM RELEASE-DB2-LOCK
           .

      * üìã LISTAR TODAS LAS CUENTAS

           *> Ejecutar script de DB2 para obtener saldos
           MOVE WS-BALANCES-SCRIPT TO WS-COMMAND
           MOVE WS-SESS-BALANCES-PATH TO WS-SESS-OUT-PATH
           PERFORM PREFIX-SESSION-OUTPUT
           PERFORM RUN-DB2-QUERY

           IF WS-RETURN-CODE NOT = 0
               MOVE 8 TO DB-STATUS
           END-IF

           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BALANCES-DUMP-FILE

           *> Leer todas las cuentas, saltando las anteriores a
           *> DB-LIST-START-INDEX y llenando una pagina de DB-LIST-MAX
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BALANCES-DUMP-FILE INTO WS-BALANCE-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
               END-READ
           END-PERFORM

           CLOSE BALANCES-DUMP-FILE

           IF DB-LIST-FULL
               MOVE 'Pagina de cuentas listada - hay mas'
