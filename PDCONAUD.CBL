      *   EN EL ACUMULADO.                                            *
      *                                                               *
      *   PARAMETROS EN PDCONAUD.PRM (VER WRE-REG-CAU).               *
      *                                                               *
      *   EL ARCHIVADO RESPETA EL CONTROL DEL CICLO (PDCICLO.DAT):    *
      *   SE RECHAZA CON CONDITION CODE 08 MIENTRAS UNA CORRIDA DE    *
      *   AUMENTOS ESTA EN PROCESO O SU JOB NO FUE CONCILIADO Y       *
      *   NOTIFICADO.                                                 *
      *****************************************************************

      *****************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-AUDBLOQ.

      *****************************************************************
      *   CONTROL DEL CICLO DE AUMENTOS: UN REGISTRO POR JOB-ID CON   *
      *   EL ESTADO DE CADA PASO DEL STREAM (VER WRE-REG-CICLO)       *
      *****************************************************************
           SELECT CICLO
           ASSIGN TO '../PDCICLO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-JOB-ID-KEY
           FILE STATUS IS WFS-CICLO.

      *****************************************************************
      *   BITACORA DE OPERACIONES DEL SCHEDULER (PDACTSAL.LOG): AQUI  *
      *   SOLO SE ANOTA EL RECHAZO DE UN PASO FUERA DE SECUENCIA      *
      *****************************************************************
           SELECT SALIDA-OPLOG
           ASSIGN TO '../PDACTSAL.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-OPLOG.

      *****************************************************************
      *   PARAMETROS DE LA CORRIDA DE AUMENTOS (JOB-ID DEL CICLO)     *
      *****************************************************************
           SELECT PARAMPAG
           ASSIGN TO '../PDACTSAL.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARAMPAG.

      *****************************************************************
      *                                                               *
      *                     D A T A  D I V I S I O N                  *
           DATA RECORD IS REG-AUDBLOQ.
       01  REG-AUDBLOQ                      PIC X(01).

       FD  CICLO
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-CICLO.
       01  REG-CICLO.
           05 CIC-JOB-ID-KEY                PIC X(08).
           05 FILLER                        PIC X(152).

       FD  SALIDA-OPLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-OPLOG.
       01  REG-OPLOG                        PIC X(80).

       FD  PARAMPAG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARAMPAG.
       01  REG-PARAMPAG                     PIC X(41).

      *****************************************************************
      *                      WORKING-STORAGE SECTION                  *
      *****************************************************************
              10 AUD-MES                    PIC 9(02).
              10 AUD-DIA                    PIC 9(02).
           05 AUD-JOB-ID                    PIC X(08).
      *    MARCA DE TOPE (' '/'C'/'O', 'R' = REVERSION, 'Q' =
      *    FINIQUITO DE UN TERMINADO, 'A' = TRAMO DE ANTIGUEDAD DE
      *    PDANTIG); LAS AUDITORIAS ANTERIORES DE 67 BYTES SE LEEN
      *    CON LA MARCA EN BLANCO.
           05 AUD-TOPE-MARCA                PIC X(01).
      *    FACTOR DE PRORRATEO (1.0000 = SIN PRORRATEO); LAS
      *    AUDITORIAS ANTERIORES (68 BYTES) LO TRAEN EN BLANCO.
           05 WFS-ARCH                      PIC X(02) VALUE SPACES.
           05 WFS-VIVO                      PIC X(02) VALUE SPACES.
           05 WFS-AUDBLOQ                   PIC X(02) VALUE SPACES.
           05 WFS-PARAMPAG                  PIC X(02) VALUE SPACES.
           05 WFS-CICLO                     PIC X(02) VALUE SPACES.
           05 WFS-OPLOG                     PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
           05 WHE-CONTEO                   PIC ZZZ,ZZ9.
           05 WHE-CONTEO-B                 PIC ZZZ,ZZ9.

      *****************************************************************
      *      ESTRUCTURA PARAMPAG (MISMO TRAZADO QUE EN PDACTSAL)      *
      *****************************************************************
       01  WRE-REG-PARAMPAG.
           05 PRM-FECHA-EFECTIVA            PIC 9(08).
           05 PRM-JOB-ID                    PIC X(08).
           05 FILLER                        PIC X(25).

       01  W-IDENTIFICACION-CORRIDA.
           05 WS-JOB-ID                     PIC X(08) VALUE SPACES.

       01  W-FECHA-EJECUCION                PIC 9(08) VALUE ZEROES.

      *****************************************************************
      *   ESTRUCTURA DEL CONTROL DEL CICLO (PDCICLO.DAT): UN PASO POR *
      *   PROGRAMA DEL STREAM, EN EL ORDEN DE W-PASOS-CICLO.          *
      *   CIC-ESTADO: ' ' PENDIENTE, 'E' EN PROCESO, 'T' TERMINADO    *
      *   (CONDITION CODE 00/04), 'X' TERMINADO CON ERROR (08 O MAS). *
      *   UN PASO QUE QUEDA EN 'E' ES UNA CORRIDA CAIDA SIN CERRAR.   *
      *   CIC-MODO: MODO DE LA CORRIDA DE PDACTSAL (N/A/D/P/R/C) O    *
      *   FUNCION DE PDCONAUD (C/A/V); EN BLANCO PARA LOS DEMAS       *
      *****************************************************************
       01  WRE-REG-CICLO.
           05 CIC-JOB-ID                    PIC X(08).
           05 CIC-PASO OCCURS 8 TIMES.
              10 CIC-ESTADO                 PIC X(01).
              10 CIC-MODO                   PIC X(01).
              10 CIC-FECHA                  PIC 9(08).
              10 CIC-HORA                   PIC X(06).
              10 CIC-RETORNO                PIC 9(02).
           05 FILLER                        PIC X(08).

      *****************************************************************
      *          PASOS DEL STREAM DEL CICLO (SUBINDICE DE CIC-PASO)   *
      *****************************************************************
       01  W-PASOS-CICLO.
           05 WCP-MANTEMP                   PIC 9(01) VALUE 1.
           05 WCP-ACTSAL                    PIC 9(01) VALUE 2.
           05 WCP-CONSOL                    PIC 9(01) VALUE 3.
           05 WCP-CONCIL                    PIC 9(01) VALUE 4.
           05 WCP-NOTIF                     PIC 9(01) VALUE 5.
           05 WCP-RETBAN                    PIC 9(01) VALUE 6.
           05 WCP-CONAUD                    PIC 9(01) VALUE 7.
           05 WCP-CUOTAS                    PIC 9(01) VALUE 8.

      *****************************************************************
      *   CONTROL DEL CICLO: WS-CICLO-MARCADO = 'S' DESDE QUE ESTE    *
      *   PASO QUEDO 'E' HASTA QUE 3180 DEJA SU DESENLACE             *
      *****************************************************************
       01  W-CICLO.
           05 WS-CICLO-MARCADO              PIC X(01) VALUE 'N'.
           05 WS-CICLO-EXISTE               PIC X(01) VALUE 'N'.
           05 WS-CICLO-RECHAZO              PIC X(50) VALUE SPACES.
           05 WCI-IDX                       PIC 9(01) VALUE ZEROES.
           05 W-HORA-CICLO                  PIC X(08) VALUE SPACES.

      *****************************************************************
      *   LINEA DE LA BITACORA DE OPERACIONES (MISMO TRAZADO QUE      *
      *   WRE-REG-OPLOG DE PDACTSAL)                                  *
      *****************************************************************
       01  WRE-REG-OPLOG.
           05 OPL-FECHA                     PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 OPL-HORA                      PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 OPL-SEVERIDAD                 PIC X(01).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 OPL-JOB-ID                    PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 OPL-TEXTO                     PIC X(50).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 OPL-FILE-STATUS               PIC X(02).

      *****************************************************************
      *                                                               *
      *               P R O C E D U R E  D I V I S I O N              *
      *                           INICIO                              *
      *****************************************************************
       1000-INICIO.
           ACCEPT W-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM 1160-CARGAR-PARAMETROS
           PERFORM 1165-CARGAR-JOB-ID
           PERFORM 1070-VERIFICAR-CICLO.

      *****************************************************************
      *              CARGAR PARAMETROS DESDE PDCONAUD.PRM             *
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   CARGAR EL JOB-ID DEL CICLO EN CURSO (PDACTSAL.PRM), BAJO EL *
      *   QUE ESTE PASO SE ANOTA EN EL CONTROL DEL CICLO              *
      *****************************************************************
       1165-CARGAR-JOB-ID.
           OPEN INPUT PARAMPAG
           IF WFS-PARAMPAG EQUAL '00'
              READ PARAMPAG INTO WRE-REG-PARAMPAG
              IF WFS-PARAMPAG EQUAL '00'
                 MOVE PRM-JOB-ID TO WS-JOB-ID
              END-IF
              CLOSE PARAMPAG
           END-IF

           IF WS-JOB-ID EQUAL SPACES
              MOVE 'PDACTSAL' TO WS-JOB-ID
           END-IF.

      *****************************************************************
      *   CONTROL DEL CICLO: EL ARCHIVADO REESCRIBE LA AUDITORIA VIVA,*
      *   ASI QUE NO CORRE CON UNA CORRIDA DE AUMENTOS EN PROCESO NI  *
      *   ANTES DE QUE PDCONCIL Y PDNOTIF HAYAN LEIDO LA AUDITORIA    *
      *   DEL JOB. LA CONSULTA Y LA VERIFICACION SOLO LEEN Y NO SE    *
      *   RECHAZAN; TODAS LAS FUNCIONES DEJAN SU DESENLACE            *
      *****************************************************************
       1070-VERIFICAR-CICLO.
           PERFORM 1071-LEER-CICLO
           MOVE SPACES TO WS-CICLO-RECHAZO
           IF CAU-FUNCION EQUAL 'A'
              IF CIC-ESTADO(WCP-ACTSAL) EQUAL 'E' OR
                 CIC-ESTADO(WCP-CONSOL) EQUAL 'E'
                 MOVE 'PDCONAUD RECHAZADO: CORRIDA DE AUMENTOS EN CURSO'
                                    TO WS-CICLO-RECHAZO
              ELSE
                 IF CIC-ESTADO(WCP-ACTSAL) EQUAL 'T' AND
                    CIC-MODO(WCP-ACTSAL) NOT EQUAL 'R' AND
                    (CIC-ESTADO(WCP-CONCIL) NOT EQUAL 'T' OR
                     CIC-ESTADO(WCP-NOTIF) NOT EQUAL 'T')
                    MOVE 'PDCONAUD RECHAZADO: FALTA CONCILIAR/NOTIFICAR'
                                    TO WS-CICLO-RECHAZO
                 END-IF
              END-IF
           END-IF
           IF WS-CICLO-RECHAZO NOT EQUAL SPACES
              PERFORM 9050-RECHAZAR-CICLO
           END-IF
           ACCEPT W-HORA-CICLO FROM TIME
           MOVE 'E'                 TO CIC-ESTADO(WCP-CONAUD)
           MOVE CAU-FUNCION         TO CIC-MODO(WCP-CONAUD)
           MOVE W-FECHA-EJECUCION   TO CIC-FECHA(WCP-CONAUD)
           MOVE W-HORA-CICLO(1:6)   TO CIC-HORA(WCP-CONAUD)
           MOVE ZEROES              TO CIC-RETORNO(WCP-CONAUD)
           PERFORM 1072-GRABAR-CICLO
           MOVE 'S' TO WS-CICLO-MARCADO.

      *****************************************************************
      *   ABRIR EL CONTROL DEL CICLO Y LEER EL REGISTRO DEL JOB. EL   *
      *   ARCHIVO SE CREA LA PRIMERA VEZ Y UN JOB NUEVO ARRANCA CON   *
      *   TODOS SUS PASOS PENDIENTES. QUEDA ABIERTO EN I-O HASTA      *
      *   1072-GRABAR-CICLO (O HASTA EL RECHAZO DEL PASO)             *
      *****************************************************************
       1071-LEER-CICLO.
           OPEN I-O CICLO
           IF WFS-CICLO EQUAL '35'
              OPEN OUTPUT CICLO
              CLOSE CICLO
              OPEN I-O CICLO
           END-IF
           IF WFS-CICLO NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO PDCICLO.DAT' WFS-CICLO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           MOVE WS-JOB-ID TO CIC-JOB-ID-KEY
           READ CICLO INTO WRE-REG-CICLO
           IF WFS-CICLO EQUAL '00'
              MOVE 'S' TO WS-CICLO-EXISTE
           ELSE
              IF WFS-CICLO EQUAL '23'
                 MOVE 'N'       TO WS-CICLO-EXISTE
                 MOVE SPACES    TO WRE-REG-CICLO
                 MOVE WS-JOB-ID TO CIC-JOB-ID
                 PERFORM VARYING WCI-IDX FROM 1 BY 1
                         UNTIL WCI-IDX GREATER THAN 8
                    MOVE ZEROES TO CIC-FECHA(WCI-IDX)
                    MOVE ZEROES TO CIC-RETORNO(WCI-IDX)
                 END-PERFORM
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER PDCICLO.DAT'
                          WFS-CICLO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *   GRABAR EL REGISTRO DEL JOB EN EL CONTROL DEL CICLO (ALTA SI *
      *   EL JOB ES NUEVO) Y CERRARLO: EL ARCHIVO NO QUEDA TOMADO     *
      *   MIENTRAS CORRE EL PROCESO                                   *
      *****************************************************************
       1072-GRABAR-CICLO.
           IF WS-CICLO-EXISTE EQUAL 'S'
              REWRITE REG-CICLO FROM WRE-REG-CICLO
           ELSE
              WRITE REG-CICLO FROM WRE-REG-CICLO
           END-IF
           IF WFS-CICLO NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR PDCICLO.DAT'
                       WFS-CICLO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE CICLO.

      *****************************************************************
      *   FUNCION CONSULTA: BARRER LA AUDITORIA APLICANDO LOS FILTROS *
      *   Y ESCRIBIR EL REPORTE DE HISTORIA SALARIAL                  *
           DISPLAY 'ENTRADAS DE AUDITORIA LEIDAS ' WA-LEIDO-AUDIT
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *   CONTROL DEL CICLO: DEJAR EL DESENLACE DE ESTE PASO, 'T'     *
      *   CON CONDITION CODE 00/04 O 'X' DE 08 EN ADELANTE. CORRE     *
      *   DESDE 3110, ASI QUE UN ERROR AQUI SOLO SE AVISA (EL PASO    *
      *   QUEDA 'E' Y EL REPORTE DE PDCICLO LO MUESTRA EN PROCESO)    *
      *****************************************************************
       3180-CERRAR-CICLO.
           MOVE 'N' TO WS-CICLO-MARCADO
           OPEN I-O CICLO
           IF WFS-CICLO NOT EQUAL '00'
              DISPLAY 'NO SE PUDO ACTUALIZAR PDCICLO.DAT' WFS-CICLO
           ELSE
              MOVE WS-JOB-ID TO CIC-JOB-ID-KEY
              READ CICLO INTO WRE-REG-CICLO
              IF WFS-CICLO NOT EQUAL '00'
                 DISPLAY 'NO SE PUDO ACTUALIZAR PDCICLO.DAT' WFS-CICLO
              ELSE
                 IF W-COD-RETORNO GREATER THAN 04
                    MOVE 'X' TO CIC-ESTADO(WCP-CONAUD)
                 ELSE
                    MOVE 'T' TO CIC-ESTADO(WCP-CONAUD)
                 END-IF
                 ACCEPT W-HORA-CICLO FROM TIME
                 MOVE W-FECHA-EJECUCION TO CIC-FECHA(WCP-CONAUD)
                 MOVE W-HORA-CICLO(1:6) TO CIC-HORA(WCP-CONAUD)
                 MOVE W-COD-RETORNO     TO CIC-RETORNO(WCP-CONAUD)
                 REWRITE REG-CICLO FROM WRE-REG-CICLO
                 IF WFS-CICLO NOT EQUAL '00'
                    DISPLAY 'NO SE PUDO ACTUALIZAR PDCICLO.DAT'
                            WFS-CICLO
                 END-IF
              END-IF
              CLOSE CICLO
           END-IF.

      *****************************************************************
      *   PASO FUERA DE SECUENCIA: SE RECHAZA ANTES DE TOCAR NINGUN   *
      *   ARCHIVO, CON LA RAZON EN LA BITACORA DE OPERACIONES DEL     *
      *   SCHEDULER (PDACTSAL.LOG) Y CONDITION CODE 08                *
      *****************************************************************
       9050-RECHAZAR-CICLO.
           CLOSE CICLO
           DISPLAY 'PASO RECHAZADO POR EL CONTROL DEL CICLO, JOB '
                   WS-JOB-ID
           DISPLAY WS-CICLO-RECHAZO
           OPEN EXTEND SALIDA-OPLOG
           IF WFS-OPLOG EQUAL '35'
              OPEN OUTPUT SALIDA-OPLOG
           END-IF
           IF WFS-OPLOG EQUAL '00'
              ACCEPT W-HORA-CICLO FROM TIME
              MOVE W-FECHA-EJECUCION   TO OPL-FECHA
              MOVE W-HORA-CICLO(1:6)   TO OPL-HORA
              MOVE 'E'                 TO OPL-SEVERIDAD
              MOVE WS-JOB-ID           TO OPL-JOB-ID
              MOVE WS-CICLO-RECHAZO    TO OPL-TEXTO
              MOVE SPACES              TO OPL-FILE-STATUS
              WRITE REG-OPLOG FROM WRE-REG-OPLOG
              CLOSE SALIDA-OPLOG
           ELSE
              DISPLAY 'SIN BITACORA DE OPERACIONES (PDACTSAL.LOG) '
                      WFS-OPLOG
           END-IF
           MOVE 08 TO W-COD-RETORNO
           PERFORM 3110-FIN-PROGRAMA.

       3110-FIN-PROGRAMA.
           IF WS-CICLO-MARCADO EQUAL 'S'
              PERFORM 3180-CERRAR-CICLO
           END-IF
           MOVE W-COD-RETORNO TO RETURN-CODE
           STOP RUN.
