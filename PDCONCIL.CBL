      *   CONTRA LOS TOTALES ARCHIVO COMPLETO DEL REGISTRO CTL.       *
      *   TERMINA CON CONDITION CODE 0 (PASA) U 8 (FALLA) PARA QUE    *
      *   EL SCHEDULER PUEDA CONDICIONAR LA FIRMA.                    *
      *                                                               *
      *   EL CONTROL DEL CICLO (PDCICLO.DAT) RECHAZA CON 8 LA         *
      *   CONCILIACION DE UN JOB QUE PDACTSAL NO TERMINO, QUE FUE     *
      *   REVERTIDO O CUYAS PARTICIONES NO SE CONSOLIDARON.           *
      *****************************************************************

      *****************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CONCIL.

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
           DATA RECORD IS REG-CONCIL.
       01  REG-CONCIL                       PIC X(100).

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
           05 WFS-CIFRAS                    PIC X(02) VALUE SPACES.
           05 WFS-PARAMPAG                  PIC X(02) VALUE SPACES.
           05 WFS-CONCIL                    PIC X(02) VALUE SPACES.
           05 WFS-CICLO                     PIC X(02) VALUE SPACES.
           05 WFS-OPLOG                     PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *

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
       1000-INICIO.
           ACCEPT W-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM 1160-CARGAR-PARAMETROS
           PERFORM 1070-VERIFICAR-CICLO
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1150-CARGAR-REGISTRO-CTL
           PERFORM 1170-CARGAR-AUDITORIA
           END-IF
           DISPLAY 'CONCILIACION DEL JOB-ID: ' WS-JOB-ID.

      *****************************************************************
      *   CONTROL DEL CICLO: SOLO SE CONCILIA UNA CORRIDA DE PDACTSAL *
      *   TERMINADA (NO UN ROLLBACK, QUE DEJA SALIDA1 DE OTRO JOB) Y, *
      *   SI FUE PARTICIONADA, YA CONSOLIDADA POR PDCONSOL            *
      *****************************************************************
       1070-VERIFICAR-CICLO.
           PERFORM 1071-LEER-CICLO
           MOVE SPACES TO WS-CICLO-RECHAZO
           IF CIC-ESTADO(WCP-ACTSAL) NOT EQUAL 'T'
              MOVE 'PDCONCIL RECHAZADO: PDACTSAL NO TERMINO EL JOB'
                                    TO WS-CICLO-RECHAZO
           ELSE
              IF CIC-MODO(WCP-ACTSAL) EQUAL 'R'
                 MOVE 'PDCONCIL RECHAZADO: JOB REVERTIDO POR ROLLBACK'
                                    TO WS-CICLO-RECHAZO
              ELSE
                 IF CIC-MODO(WCP-ACTSAL) EQUAL 'P' AND
                    CIC-ESTADO(WCP-CONSOL) NOT EQUAL 'T'
                    MOVE 'PDCONCIL RECHAZADO: PDCONSOL NO CONSOLIDO'
                                    TO WS-CICLO-RECHAZO
                 END-IF
              END-IF
           END-IF
           IF WS-CICLO-RECHAZO NOT EQUAL SPACES
              PERFORM 9050-RECHAZAR-CICLO
           END-IF
           ACCEPT W-HORA-CICLO FROM TIME
           MOVE 'E'                 TO CIC-ESTADO(WCP-CONCIL)
           MOVE SPACES              TO CIC-MODO(WCP-CONCIL)
           MOVE W-FECHA-EJECUCION   TO CIC-FECHA(WCP-CONCIL)
           MOVE W-HORA-CICLO(1:6)   TO CIC-HORA(WCP-CONCIL)
           MOVE ZEROES              TO CIC-RETORNO(WCP-CONCIL)
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
              PERFORM 3105-ABORTAR
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
                 PERFORM 3105-ABORTAR
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
              PERFORM 3105-ABORTAR
           END-IF
           CLOSE CICLO.

      *****************************************************************
      *                      ABRIR ARCHIVOS                           *
      *****************************************************************
                 ADD 1 TO WA-LEIDO-AUDIT
      *          LOS REGISTROS DE CIERRE DE BLOQUE (MARCA 'F') NO
      *          SON AUMENTOS: NO ENTRAN AL CASAMIENTO NI AL CONTEO
      *          DEL JOB. TAMPOCO LOS FINIQUITOS DE TERMINADOS (MARCA
      *          'Q'), QUE NO TIENEN REGISTRO EN SALIDA1.
                 IF AUD-JOB-ID EQUAL WS-JOB-ID AND
                    AUD-TOPE-MARCA NOT EQUAL 'F' AND
                    AUD-TOPE-MARCA NOT EQUAL 'Q'
                    ADD 1 TO WA-AUDIT-JOB
                    PERFORM 1175-ACUMULAR-ENTRADA-AUDIT
                 END-IF
           MOVE 'N' TO WS-CONCIL-PASA
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *   CONTROL DEL CICLO: DEJAR EL DESENLACE DE ESTE PASO, 'T'     *
      *   SI LA CONCILIACION PASA (00) O 'X' SI FALLA (08). CORRE     *
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
                 IF WS-CONCIL-PASA NOT EQUAL 'S'
                    MOVE 'X' TO CIC-ESTADO(WCP-CONCIL)
                    MOVE 08  TO CIC-RETORNO(WCP-CONCIL)
                 ELSE
                    MOVE 'T' TO CIC-ESTADO(WCP-CONCIL)
                    MOVE 00  TO CIC-RETORNO(WCP-CONCIL)
                 END-IF
                 ACCEPT W-HORA-CICLO FROM TIME
                 MOVE W-FECHA-EJECUCION TO CIC-FECHA(WCP-CONCIL)
                 MOVE W-HORA-CICLO(1:6) TO CIC-HORA(WCP-CONCIL)
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
           MOVE 'N' TO WS-CONCIL-PASA
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *   FIN: CONDITION CODE 0 SI LA CONCILIACION PASA, 8 SI FALLA   *
      *****************************************************************
       3110-FIN-PROGRAMA.
           IF WS-CICLO-MARCADO EQUAL 'S'
              PERFORM 3180-CERRAR-CICLO
           END-IF
           IF WS-CONCIL-PASA EQUAL 'S'
              MOVE 0 TO RETURN-CODE
           ELSE
