      *   - ARMA EL ARCHIVO DE REENVIO (REENVIO-ATRASOS.TXT, MISMO    *
      *     FORMATO H/D/T DE LA INTERFAZ) CON LOS ATRASOS RECHAZADOS  *
      *     PARA RETRANSMITIRLOS SIN RECALCULAR NADA                  *
      *   - LIQUIDA EN EL LIBRO DE CUOTAS (CUOTAS.DAT) LAS CUOTAS     *
      *     PAGADAS; UNA CUOTA RECHAZADA O SIN RESPUESTA NO SE        *
      *     REENVIA, SE ACUMULA A LA CUOTA DEL PERIODO SIGUIENTE (VER *
      *     PDCUOTAS)                                                 *
      *   - CON RESPUESTAS NO CASADAS, DUPLICADAS O INVALIDAS NO SE   *
      *     TOCA EL LIBRO NI SE ARMA EL REENVIO: LA CORRIDA QUEDA 'X' *
      *     Y SE REPITE ENTERA CON EL RETORNO CORREGIDO               *
      *                                                               *
      *   CONDITION CODE PARA EL SCHEDULER:                           *
      *     00 = TODO PAGADO Y CASADO                                 *
      *     04 = HUBO RECHAZOS O PAGOS SIN RESPUESTA (VER REPORTE)    *
      *     08 = RECHAZADO POR EL CONTROL DEL CICLO (PDCICLO.DAT):    *
      *          LA INTERFAZ NO LA TRANSMITIO UNA CORRIDA TERMINADA,  *
      *          O SU RETORNO YA SE LIQUIDO                           *
      *     10 = RESPUESTAS NO CASADAS O DUPLICADAS: EL STREAM SE     *
      *          DETIENE HASTA ACLARAR CON EL BANCO                   *
      *     12 = ARCHIVOS QUE NO ABREN O INTERFAZ CORRUPTA            *
           RECORD KEY IS WRKP-ID-EMP-KEY
           FILE STATUS IS WFS-WRKPAGO.

      *****************************************************************
      *   LIBRO DE CUOTAS DE ATRASOS POR EMPLEADO (VER PDACTSAL)      *
      *****************************************************************
           SELECT CUOTAS
           ASSIGN TO '../CUOTAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-ID-EMP-KEY
           FILE STATUS IS WFS-CUOTAS.

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
      *                                                               *
      *                     D A T A  D I V I S I O N                  *
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-WRKPAGO.
      *    WRKP-RESPUESTA: ' ' = SIN RESPUESTA DEL BANCO, 'P' =
      *    PAGADA, 'R' = RECHAZADA (CON EL MOTIVO DEL BANCO), 'C' =
      *    CUOTA RECHAZADA QUE PASA AL PERIODO SIGUIENTE (NO SE
      *    REENVIA).
       01  REG-WRKPAGO.
           05 WRKP-ID-EMP-KEY               PIC X(05).
           05 WRKP-NOMBRE                   PIC X(20).
           05 WRKP-RESPUESTA                PIC X(01).
           05 WRKP-MOTIVO                   PIC X(25).

       FD  CUOTAS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-CUOTAS.
      *    MISMO TRAZADO QUE REG-CUOTAS DE PDACTSAL.
       01  REG-CUOTAS.
           05 CUO-ID-EMP-KEY                PIC X(05).
           05 CUO-NOMBRE                    PIC X(20).
           05 CUO-DEPARTAMENTO              PIC X(04).
           05 CUO-JOB-ID                    PIC X(08).
           05 CUO-FECHA-EFECTIVA            PIC 9(08).
           05 CUO-PERIODO-INICIO            PIC 9(06).
           05 CUO-NUM-CUOTAS                PIC 9(02).
           05 CUO-MONTO-CUOTA               PIC 9(09)V99.
           05 CUO-TOTAL                     PIC 9(09)V99.
           05 CUO-PAGADO                    PIC 9(09)V99.
           05 CUO-PAGADO-BASE               PIC 9(09)V99.
           05 CUO-PENDIENTE                 PIC 9(09)V99.
           05 CUO-EN-TRANSITO               PIC 9(09)V99.
           05 CUO-PERIODO-ULTIMO            PIC 9(06).
           05 CUO-CUOTAS-PAGADAS            PIC 9(03).
           05 CUO-RECHAZOS                  PIC 9(03).
           05 CUO-ESTADO                    PIC X(01).
           05 CUO-APORTE-JOB                PIC 9(09)V99.
           05 CUO-JOB-EMISION               PIC X(08).

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

      *****************************************************************
      *                      WORKING-STORAGE SECTION                  *
      *****************************************************************
           05 WFS-LIQUID                    PIC X(02) VALUE SPACES.
           05 WFS-REENVIO                   PIC X(02) VALUE SPACES.
           05 WFS-WRKPAGO                   PIC X(02) VALUE SPACES.
           05 WFS-CUOTAS                    PIC X(02) VALUE SPACES.
           05 WFS-CICLO                     PIC X(02) VALUE SPACES.
           05 WFS-OPLOG                     PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
           05 WS-TRAILER-LEIDO              PIC X(01) VALUE 'N'.
           05 WS-PAGO-ENCONTRADO            PIC X(01) VALUE 'N'.
           05 WS-RESPUESTA-INVALIDA         PIC X(01) VALUE 'N'.
           05 WS-RETORNO-FALLIDO            PIC X(01) VALUE 'N'.

      *****************************************************************
      *                         ACUMULADORES                          *
           05 WA-INVALIDAS                  PIC 9(06) VALUE ZEROES.
           05 WA-REENVIADAS                 PIC 9(06) VALUE ZEROES.
           05 WA-SUMA-REENVIO               PIC 9(11)V99 VALUE ZEROES.
           05 WA-CUOTAS-PAGADAS             PIC 9(06) VALUE ZEROES.
           05 WA-CUOTAS-RECHAZADAS          PIC 9(06) VALUE ZEROES.
           05 WA-CUOTAS-SIN-RESPUESTA       PIC 9(06) VALUE ZEROES.
           05 WA-PLANES-LIQUIDADOS          PIC 9(06) VALUE ZEROES.
           05 WA-SUMA-CUOTAS-PAGADAS        PIC 9(11)V99 VALUE ZEROES.

      *****************************************************************
      *   CONDITION CODE (VER CABECERA). SE INICIALIZA EN 12 IGUAL    *

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
      *****************************************************************
       1000-INICIO.
           ACCEPT W-FECHA-EJECUCION FROM DATE YYYYMMDD
      *    EL JOB DE LA INTERFAZ SE CONOCE ANTES DE ABRIR LAS SALIDAS:
      *    UN PASO RECHAZADO POR EL CONTROL DEL CICLO NO DEBE DEJAR
      *    VACIOS LA LIQUIDACION NI EL REENVIO DE LA CORRIDA ANTERIOR.
           PERFORM 1050-LEER-JOB-INTERFAZ
           IF WS-JOB-ID NOT EQUAL SPACES
              PERFORM 1070-VERIFICAR-CICLO
           END-IF
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1150-CARGAR-INTERFAZ
           PERFORM 1200-LEER-RETBANCO.

      *****************************************************************
      *   LEER SOLO EL HEADER DE LA INTERFAZ PARA SABER SU JOB-ID.    *
      *   SI EL ARCHIVO NO ABRE SE DEJA EL ERROR A 1100; UNA          *
      *   INTERFAZ QUE NO EMPIEZA CON SU HEADER ESTA CORRUPTA         *
      *****************************************************************
       1050-LEER-JOB-INTERFAZ.
           OPEN INPUT SALIDA-INTERFAZ
           IF WFS-INTERFAZ EQUAL '00'
              READ SALIDA-INTERFAZ
              IF WFS-INTERFAZ EQUAL '00' AND
                 REG-INTERFAZ(1:1) EQUAL 'H'
                 MOVE REG-INTERFAZ TO WRE-REG-INT-H
                 MOVE INTH-JOB-ID  TO WS-JOB-ID
              ELSE
                 DISPLAY 'INTERFAZ SIN HEADER, NO PUEDE LIQUIDARSE'
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE SALIDA-INTERFAZ
           END-IF.

      *****************************************************************
      *   CONTROL DEL CICLO: SOLO SE LIQUIDA LA RESPUESTA DEL BANCO   *
      *   SOBRE UNA INTERFAZ QUE EL STREAM TRANSMITIO, ES DECIR, QUE  *
      *   LA GENERO UNA CORRIDA TERMINADA DE PDACTSAL (NORMAL,        *
      *   APLICAR, DELTA O CORRECCION), DE PDCONSOL O DE PDCUOTAS.    *
      *   UN RETORNO YA LIQUIDADO ('T') NO SE VUELVE A PROCESAR: LAS  *
      *   CUOTAS RECHAZADAS YA NO TIENEN MONTO EN TRANSITO Y SE       *
      *   IRIAN AL REENVIO COMO ATRASOS COMUNES (PAGO DOBLE). POR     *
      *   ESO 'T' NO DEJA CUOTAS EN TRANSITO (VER 3240). UN PASO 'X'  *
      *   (CC 10) NO TOCO EL LIBRO Y SE PUEDE REPETIR                 *
      *****************************************************************
       1070-VERIFICAR-CICLO.
           PERFORM 1071-LEER-CICLO
           MOVE SPACES TO WS-CICLO-RECHAZO
           IF CIC-ESTADO(WCP-CONSOL) NOT EQUAL 'T' AND
              CIC-ESTADO(WCP-CUOTAS) NOT EQUAL 'T'
              IF CIC-ESTADO(WCP-ACTSAL) NOT EQUAL 'T' OR
                 CIC-MODO(WCP-ACTSAL) EQUAL 'P' OR
                 CIC-MODO(WCP-ACTSAL) EQUAL 'R'
                 MOVE 'PDRETBAN RECHAZADO: INTERFAZ NUNCA TRANSMITIDA'
                                    TO WS-CICLO-RECHAZO
              END-IF
           END-IF
           IF CIC-ESTADO(WCP-RETBAN) EQUAL 'T'
              MOVE 'PDRETBAN RECHAZADO: RETORNO DEL JOB YA LIQUIDADO'
                                    TO WS-CICLO-RECHAZO
           END-IF
           IF WS-CICLO-RECHAZO NOT EQUAL SPACES
              PERFORM 9050-RECHAZAR-CICLO
           END-IF
           ACCEPT W-HORA-CICLO FROM TIME
           MOVE 'E'                 TO CIC-ESTADO(WCP-RETBAN)
           MOVE SPACES              TO CIC-MODO(WCP-RETBAN)
           MOVE W-FECHA-EJECUCION   TO CIC-FECHA(WCP-RETBAN)
           MOVE W-HORA-CICLO(1:6)   TO CIC-HORA(WCP-RETBAN)
           MOVE ZEROES              TO CIC-RETORNO(WCP-RETBAN)
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
      *                      ABRIR ARCHIVOS                           *
      *****************************************************************
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           PERFORM 3200-ESCRIBIR-LIQUIDACION
      *    EL LIBRO DE CUOTAS Y EL REENVIO SOLO SE ACTUALIZAN CON UN
      *    RETORNO QUE CASO LIMPIO: UNA CORRIDA QUE TERMINA EN 10 SE
      *    REPITE, Y SI YA HUBIERA LIBERADO LAS CUOTAS RECHAZADAS EL
      *    REINTENTO LAS MANDARIA AL REENVIO COMO ATRASOS COMUNES.
           PERFORM 3115-VERIFICAR-CASAMIENTO
           IF WS-RETORNO-FALLIDO EQUAL 'N'
              PERFORM 3240-ACTUALIZAR-CUOTAS
              PERFORM 3250-GENERAR-REENVIO
           ELSE
              PERFORM 3260-AVISAR-SIN-LIQUIDAR
           END-IF
           PERFORM 3100-CERRAR-ARCHIVOS
           PERFORM 3120-DETERMINAR-RETORNO
           PERFORM 3110-FIN-PROGRAMA.
           END-IF
           PERFORM 3215-GRABAR-LINEA-LIQUID.

      *****************************************************************
      *   APLICAR LAS RESPUESTAS AL LIBRO DE CUOTAS: UN PAGO ES UNA   *
      *   CUOTA CUANDO SU EMPLEADO TIENE PLAN ACTIVO CON UNA CUOTA EN *
      *   TRANSITO POR ESE MISMO MONTO. PAGADA SE ABONA AL PLAN;      *
      *   RECHAZADA SOLO LIBERA EL TRANSITO Y SE MARCA 'C' PARA QUE   *
      *   NO VAYA AL REENVIO (PDCUOTAS LA SUMA A LA SIGUIENTE). SIN   *
      *   RESPUESTA TAMBIEN SE LIBERA: EL PASO QUEDA 'T' Y NO ADMITE  *
      *   OTRA CORRIDA, ASI QUE LA CUOTA QUEDARIA EN TRANSITO PARA    *
      *   SIEMPRE; SE REPORTA Y PDCUOTAS LA SUMA A LA SIGUIENTE       *
      *****************************************************************
       3240-ACTUALIZAR-CUOTAS.
           OPEN I-O CUOTAS
           IF WFS-CUOTAS EQUAL '35'
              DISPLAY 'NO HAY LIBRO DE CUOTAS, NO HAY CUOTAS QUE '
                      'LIQUIDAR'
           ELSE
              IF WFS-CUOTAS NOT EQUAL '00'
                 DISPLAY 'ERROR EN EL LIBRO DE CUOTAS CUOTAS.DAT'
                          WFS-CUOTAS
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              OPEN I-O WRKPAGO
              IF WFS-WRKPAGO NOT EQUAL '00'
                 DISPLAY 'ERROR EN ARCHIVO DE TRABAJO WRKPAGO'
                          WFS-WRKPAGO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              PERFORM UNTIL WFS-WRKPAGO NOT EQUAL '00'
                 READ WRKPAGO NEXT
                 IF WFS-WRKPAGO EQUAL '00'
                    PERFORM 3245-APLICAR-CUOTA
                 END-IF
              END-PERFORM
              IF WFS-WRKPAGO NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL LEER WRKPAGO' WFS-WRKPAGO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE WRKPAGO
                    CUOTAS

              MOVE WA-CUOTAS-PAGADAS    TO WLE-CONTEO
              MOVE WA-CUOTAS-RECHAZADAS TO WLE-CONTEO-B
              MOVE SPACES TO W-LINEA-LIQUID
              STRING 'CUOTAS PAGADAS: ' DELIMITED BY SIZE
                     WLE-CONTEO DELIMITED BY SIZE
                     '  CUOTAS RECHAZADAS (AL PERIODO SIGUIENTE): '
                     DELIMITED BY SIZE
                     WLE-CONTEO-B DELIMITED BY SIZE
                     INTO W-LINEA-LIQUID
              PERFORM 3215-GRABAR-LINEA-LIQUID

              MOVE WA-CUOTAS-SIN-RESPUESTA TO WLE-CONTEO
              MOVE WA-PLANES-LIQUIDADOS    TO WLE-CONTEO-B
              MOVE SPACES TO W-LINEA-LIQUID
              STRING 'CUOTAS SIN RESPUESTA (AL PERIODO SIGUIENTE): '
                     DELIMITED BY SIZE
                     WLE-CONTEO DELIMITED BY SIZE
                     '  PLANES LIQUIDADOS: ' DELIMITED BY SIZE
                     WLE-CONTEO-B DELIMITED BY SIZE
                     INTO W-LINEA-LIQUID
              PERFORM 3215-GRABAR-LINEA-LIQUID

              MOVE WA-SUMA-CUOTAS-PAGADAS TO WLE-SUMA
              MOVE SPACES TO W-LINEA-LIQUID
              STRING 'MONTO ABONADO AL LIBRO DE CUOTAS: '
                     DELIMITED BY SIZE
                     WLE-SUMA DELIMITED BY SIZE
                     INTO W-LINEA-LIQUID
              PERFORM 3215-GRABAR-LINEA-LIQUID

              DISPLAY 'CUOTAS PAGADAS ' WA-CUOTAS-PAGADAS
                      ' RECHAZADAS ' WA-CUOTAS-RECHAZADAS
                      ' PLANES LIQUIDADOS ' WA-PLANES-LIQUIDADOS
           END-IF.

      *****************************************************************
      *        APLICAR LA RESPUESTA DE UN PAGO A SU PLAN DE CUOTAS    *
      *****************************************************************
       3245-APLICAR-CUOTA.
           MOVE WRKP-ID-EMP-KEY TO CUO-ID-EMP-KEY
           READ CUOTAS
           IF WFS-CUOTAS NOT EQUAL '00' AND
              WFS-CUOTAS NOT EQUAL '23'
              DISPLAY 'HUBO UN ERROR AL LEER CUOTAS.DAT' WFS-CUOTAS
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           IF WFS-CUOTAS EQUAL '00' AND
              CUO-ESTADO EQUAL 'A' AND
              CUO-EN-TRANSITO GREATER THAN ZEROES AND
              CUO-EN-TRANSITO EQUAL WRKP-ARREARS
              EVALUATE WRKP-RESPUESTA
                 WHEN 'P'
                    ADD CUO-EN-TRANSITO      TO CUO-PAGADO
                    SUBTRACT CUO-EN-TRANSITO FROM CUO-PENDIENTE
                    ADD CUO-EN-TRANSITO      TO WA-SUMA-CUOTAS-PAGADAS
                    ADD 1                    TO CUO-CUOTAS-PAGADAS
                    MOVE ZEROES              TO CUO-EN-TRANSITO
                    ADD 1                    TO WA-CUOTAS-PAGADAS
                    IF CUO-PENDIENTE EQUAL ZEROES
                       MOVE 'L' TO CUO-ESTADO
                       ADD 1    TO WA-PLANES-LIQUIDADOS
                    END-IF
                    PERFORM 3248-REGRABAR-CUOTA
                 WHEN 'R'
                    ADD 1                    TO CUO-RECHAZOS
                    MOVE ZEROES              TO CUO-EN-TRANSITO
                    ADD 1                    TO WA-CUOTAS-RECHAZADAS
                    PERFORM 3248-REGRABAR-CUOTA
                    MOVE 'C' TO WRKP-RESPUESTA
                    REWRITE REG-WRKPAGO
                    IF WFS-WRKPAGO NOT EQUAL '00'
                       DISPLAY 'HUBO UN ERROR AL REGRABAR WRKPAGO'
                                WFS-WRKPAGO
                       PERFORM 3110-FIN-PROGRAMA
                    END-IF
                 WHEN OTHER
                    MOVE ZEROES              TO CUO-EN-TRANSITO
                    ADD 1                    TO WA-CUOTAS-SIN-RESPUESTA
                    PERFORM 3248-REGRABAR-CUOTA
              END-EVALUATE
           END-IF.

      *****************************************************************
      *               REGRABAR EL PLAN DE CUOTAS ACTUALIZADO          *
      *****************************************************************
       3248-REGRABAR-CUOTA.
           REWRITE REG-CUOTAS
           IF WFS-CUOTAS NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL REGRABAR CUOTAS.DAT, '
                      'EMPLEADO ' CUO-ID-EMP-KEY ' ' WFS-CUOTAS
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   ARMAR EL ARCHIVO DE REENVIO CON LOS ATRASOS RECHAZADOS EN   *
      *   EL MISMO FORMATO H/D/T DE LA INTERFAZ: LA PROXIMA           *
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   RETORNO CON FALLAS DE CASAMIENTO: RESPUESTAS NO CASADAS,    *
      *   DUPLICADAS O DE ESTADO DESCONOCIDO (VER 3120)               *
      *****************************************************************
       3115-VERIFICAR-CASAMIENTO.
           IF WA-NO-CASADAS GREATER THAN ZEROES OR
              WA-DUPLICADAS GREATER THAN ZEROES OR
              WA-INVALIDAS GREATER THAN ZEROES
              MOVE 'S' TO WS-RETORNO-FALLIDO
           ELSE
              MOVE 'N' TO WS-RETORNO-FALLIDO
           END-IF.

      *****************************************************************
      *   AVISO EN EL REPORTE DE QUE EL RETORNO NO SE LIQUIDO: EL     *
      *   LIBRO DE CUOTAS QUEDA INTACTO Y EL REENVIO VACIO HASTA QUE  *
      *   SE REPITA LA CORRIDA CON EL RETORNO ACLARADO CON EL BANCO   *
      *****************************************************************
       3260-AVISAR-SIN-LIQUIDAR.
           MOVE SPACES TO W-LINEA-LIQUID
           STRING 'RETORNO CON FALLAS: NO SE ACTUALIZA EL LIBRO DE '
                  'CUOTAS NI SE ARMA EL REENVIO' DELIMITED BY SIZE
                  INTO W-LINEA-LIQUID
           PERFORM 3215-GRABAR-LINEA-LIQUID
           DISPLAY W-LINEA-LIQUID.

      *****************************************************************
      *   FIJAR EL CONDITION CODE: LAS RESPUESTAS NO CASADAS,         *
      *   DUPLICADAS O DE ESTADO DESCONOCIDO DETIENEN EL STREAM (10); *
      *   RECHAZOS O PAGOS SIN RESPUESTA SON ADVERTENCIA (04)         *
      *****************************************************************
       3120-DETERMINAR-RETORNO.
           IF WS-RETORNO-FALLIDO EQUAL 'S'
              MOVE 10 TO W-COD-RETORNO
           ELSE
              IF WA-RECHAZADAS GREATER THAN ZEROES OR
              END-IF
           END-IF.

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
                    MOVE 'X' TO CIC-ESTADO(WCP-RETBAN)
                 ELSE
                    MOVE 'T' TO CIC-ESTADO(WCP-RETBAN)
                 END-IF
                 ACCEPT W-HORA-CICLO FROM TIME
                 MOVE W-FECHA-EJECUCION TO CIC-FECHA(WCP-RETBAN)
                 MOVE W-HORA-CICLO(1:6) TO CIC-HORA(WCP-RETBAN)
                 MOVE W-COD-RETORNO     TO CIC-RETORNO(WCP-RETBAN)
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
           DISPLAY 'RESPUESTAS LEIDAS ' WA-LEIDO-RESPUESTAS
                   ' PAGADAS ' WA-PAGADAS
                   ' RECHAZADAS ' WA-RECHAZADAS
