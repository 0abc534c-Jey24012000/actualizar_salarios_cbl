      *                                                               *
      *   - ALTA   : AGREGA UN EMPLEADO NUEVO (RECHAZA DUPLICADOS)    *
      *   - CAMBIO : REEMPLAZA LOS DATOS DE UN EMPLEADO EXISTENTE     *
      *   - ALTA O CAMBIO CON ESTADO 'T' EXIGE FECHA DE BAJA (LA DE   *
      *     LA TRANSACCION O, EN UN CAMBIO, LA QUE YA TIENE EL        *
      *     MAESTRO); SIN NINGUNA SE RECHAZA CON MOTIVO 11            *
      *   - BAJA   : MARCA AL EMPLEADO CON ESTADO 'T' (TERMINADO);    *
      *              NO SE BORRA FISICAMENTE PARA CONSERVAR LA        *
      *              HISTORIA Y QUE PDACTSAL LO EXCLUYA POR REGLA     *
      *              DE NEGOCIO. ANOTA LA FECHA DE BAJA (SI VIENE EN  *
      *              BLANCO SE TOMA LA FECHA DE EJECUCION), CON LA    *
      *              QUE PDACTSAL CALCULA EL FINIQUITO DE ATRASOS     *
      *                                                               *
      *   UN ALTA DE UN ID QUE PDPURGA MOVIO AL HISTORICO DE          *
      *   EX-EMPLEADOS (EXEMPLEADOS.DAT) ES UN REINGRESO: EL EMPLEADO *
      *   VUELVE A ENTRADA1 CON SU MISMO ID, CONSERVA LA FECHA DE     *
      *   INGRESO ORIGINAL SI EL ALTA LA TRAE EN CEROS, Y EL          *
      *   HISTORICO QUEDA MARCADO 'R' (REINGRESADO).                  *
      *                                                               *
      *   TODA TRANSACCION, APLICADA O RECHAZADA, QUEDA REGISTRADA    *
      *   EN LA BITACORA SALIDA-MANTLOG.TXT.                          *
      *                                                               *
      *   NO CORRE MIENTRAS PDACTSAL O PDCONSOL DEL JOB DE            *
      *   PDACTSAL.PRM ESTAN EN PROCESO (CONTROL DEL CICLO,           *
      *   PDCICLO.DAT).                                               *
      *   CONDITION CODE: 00 OK, 08 RECHAZADO POR EL CONTROL DEL      *
      *   CICLO, 12 ERROR DE ARCHIVO.                                 *
      *****************************************************************

      *****************************************************************
           RECORD KEY IS ENT1-ID-EMP-KEY
           FILE STATUS IS WFS-ENTRADA1.

      *****************************************************************
      *   HISTORICO DE EX-EMPLEADOS PURGADOS (VER PDPURGA); OPCIONAL  *
      *****************************************************************
           SELECT EXEMPLEADOS
           ASSIGN TO '../EXEMPLEADOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXE-ID-EMP-KEY
           FILE STATUS IS WFS-EXEMPLEADOS.

      *****************************************************************
      *          BITACORA DE MANTENIMIENTO (APLICADAS/RECHAZADAS)     *
      *****************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-MANTLOCK.

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
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-MANTEMP.
       01  REG-MANTEMP                      PIC X(65).

       FD  ENTRADA1
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-ENTRADA1.
       01  REG-ENTRADA1.
           05 ENT1-ID-EMP-KEY               PIC X(05).
           05 FILLER                        PIC X(54).

       FD  EXEMPLEADOS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-EXEMPLEADO.
       01  REG-EXEMPLEADO.
           05 EXE-ID-EMP-KEY                PIC X(05).
           05 FILLER                        PIC X(145).

       FD  SALIDA-MANTLOG
           RECORDING MODE IS F
           DATA RECORD IS REG-MANTLOCK.
       01  REG-MANTLOCK                     PIC X(18).

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
           05 TRN-FECHA-INGRESO             PIC 9(08).
           05 TRN-FECHA-ING-ALFA REDEFINES
              TRN-FECHA-INGRESO             PIC X(08).
      *    FECHA DE BAJA: SE USA EN LA BAJA Y EN EL ALTA O CAMBIO
      *    QUE DEJA AL EMPLEADO CON ESTADO 'T'.
           05 TRN-FECHA-BAJA                PIC 9(08).
           05 TRN-FECHA-BAJA-ALFA REDEFINES
              TRN-FECHA-BAJA                PIC X(08).

      *****************************************************************
      *                      ESTRUCTURA ENTRADA1                      *
           05 ENT1-FECHA-INGRESO            PIC 9(08).
           05 ENT1-FECHA-ING-ALFA REDEFINES
              ENT1-FECHA-INGRESO            PIC X(08).
      *    FECHA DE BAJA: LA ANOTA LA ACCION BAJA; CEROS MIENTRAS EL
      *    EMPLEADO NO ESTE TERMINADO. PDACTSAL LIQUIDA LOS ATRASOS
      *    DEL TERMINADO HASTA ESTA FECHA (FINIQUITO).
           05 ENT1-FECHA-BAJA               PIC 9(08).
           05 ENT1-FECHA-BAJA-ALFA REDEFINES
              ENT1-FECHA-BAJA               PIC X(08).

      *****************************************************************
      *   ESTRUCTURA DEL HISTORICO DE EX-EMPLEADOS (MISMO TRAZADO QUE *
      *   PDPURGA). EXE-ESTADO: 'P' = PURGADO, 'R' = REINGRESADO      *
      *****************************************************************
       01  WRE-REG-EXE.
           05 EXE-ID-EMP                    PIC X(05).
           05 EXE-ESTADO                    PIC X(01).
           05 EXE-FECHA-PURGA               PIC 9(08).
           05 EXE-FECHA-REINGRESO           PIC 9(08).
           05 EXE-MESES-RETENCION           PIC 9(03).
           05 EXE-TIENE-SAL1                PIC X(01).
           05 EXE-REG-ENT1.
              10 EXE-ENT1-DATOS             PIC X(43).
              10 EXE-ENT1-FECHA-INGRESO     PIC 9(08).
              10 EXE-ENT1-FECHA-BAJA        PIC 9(08).
           05 EXE-REG-SAL1                  PIC X(57).
           05 FILLER                        PIC X(08).

      *****************************************************************
      *              ESTRUCTURA BITACORA DE MANTENIMIENTO             *
       01  W-FILE-STATUS.
           05 WFS-MANTEMP                   PIC X(02) VALUE SPACES.
           05 WFS-ENTRADA1                  PIC X(02) VALUE SPACES.
           05 WFS-EXEMPLEADOS               PIC X(02) VALUE SPACES.
           05 WFS-MANTLOG                   PIC X(02) VALUE SPACES.
           05 WFS-DELTAEMP                  PIC X(02) VALUE SPACES.
           05 WFS-MANTLOCK                  PIC X(02) VALUE SPACES.
           05 WFS-PARAMPAG                  PIC X(02) VALUE SPACES.
           05 WFS-CICLO                     PIC X(02) VALUE SPACES.
           05 WFS-OPLOG                     PIC X(02) VALUE SPACES.

      *****************************************************************
      *   ESTRUCTURA DEL CANDADO DE MANTENIMIENTO (PDMANTEMP.LCK)     *
      *****************************************************************
       01  W-SWITCHES.
           05 WS-FIN-MANTEMP                PIC X(02) VALUE SPACES.
           05 WS-HAY-HISTORICO              PIC X(01) VALUE 'N'.
           05 WS-REINGRESO                  PIC X(01) VALUE 'N'.

      *****************************************************************
      *                 VALIDACION DE LA TRANSACCION                  *
           05 WA-ALTAS                      PIC 9(06) VALUE ZEROES.
           05 WA-CAMBIOS                    PIC 9(06) VALUE ZEROES.
           05 WA-BAJAS                      PIC 9(06) VALUE ZEROES.
           05 WA-REINGRESOS                 PIC 9(06) VALUE ZEROES.

       01  W-FECHA-EJECUCION                PIC 9(08) VALUE ZEROES.

      *****************************************************************
      *              FECHA DE BAJA DESCOMPUESTA PARA VALIDAR          *
      *****************************************************************
       01  W-FECHA-BAJA.
           05 WFB-ANIO                      PIC 9(04) VALUE ZEROES.
           05 WFB-MES                       PIC 9(02) VALUE ZEROES.
           05 WFB-DIA                       PIC 9(02) VALUE ZEROES.

      *****************************************************************
      *      ESTRUCTURA PARAMPAG (MISMO TRAZADO QUE EN PDACTSAL)      *
      *****************************************************************
       01  WRE-REG-PARAMPAG.
           05 PRM-FECHA-EFECTIVA            PIC 9(08).
           05 PRM-JOB-ID                    PIC X(08).
           05 FILLER                        PIC X(25).

       01  W-IDENTIFICACION-CORRIDA.
           05 WS-JOB-ID                     PIC X(08) VALUE SPACES.

      *****************************************************************
      *   CONDITION CODE: 00 CORRIDA COMPLETA, 08 RECHAZADA POR EL    *
      *   CONTROL DEL CICLO, 12 ERROR DE ARCHIVO (VALOR INICIAL)      *
      *****************************************************************
       01  W-RETORNO.
           05 W-COD-RETORNO                 PIC 9(02) VALUE 12.

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
           PERFORM 1160-CARGAR-PARAMETROS
           PERFORM 1070-VERIFICAR-CICLO
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1200-LEER-MANTEMP.

      *****************************************************************
      *   CARGAR EL JOB-ID DEL CICLO EN CURSO (PDACTSAL.PRM): EL      *
      *   MANTENIMIENTO SE ANOTA EN EL CONTROL DEL CICLO DE ESE JOB   *
      *****************************************************************
       1160-CARGAR-PARAMETROS.
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
      *   CONTROL DEL CICLO: EL MAESTRO NO SE TOCA MIENTRAS UNA       *
      *   CORRIDA DE AUMENTOS DEL JOB (PDACTSAL O PDCONSOL) ESTA EN   *
      *   PROCESO, PORQUE LEE ENTRADA1 Y DELTAEMP                     *
      *****************************************************************
       1070-VERIFICAR-CICLO.
           PERFORM 1071-LEER-CICLO
           IF CIC-ESTADO(WCP-ACTSAL) EQUAL 'E' OR
              CIC-ESTADO(WCP-CONSOL) EQUAL 'E'
              MOVE 'PDMANTEMP RECHAZADO: CORRIDA DE AUMENTOS EN CURSO'
                                    TO WS-CICLO-RECHAZO
              PERFORM 9050-RECHAZAR-CICLO
           END-IF
           ACCEPT W-HORA-CICLO FROM TIME
           MOVE 'E'                 TO CIC-ESTADO(WCP-MANTEMP)
           MOVE SPACES              TO CIC-MODO(WCP-MANTEMP)
           MOVE W-FECHA-EJECUCION   TO CIC-FECHA(WCP-MANTEMP)
           MOVE W-HORA-CICLO(1:6)   TO CIC-HORA(WCP-MANTEMP)
           MOVE ZEROES              TO CIC-RETORNO(WCP-MANTEMP)
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
                 PERFORM 1074-INICIALIZAR-PASO
                         VARYING WCI-IDX FROM 1 BY 1
                         UNTIL WCI-IDX GREATER THAN 8
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER PDCICLO.DAT'
                          WFS-CICLO
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *   PASO DE UN JOB NUEVO: FECHA Y CONDITION CODE EN CERO        *
      *****************************************************************
       1074-INICIALIZAR-PASO.
           MOVE ZEROES TO CIC-FECHA(WCI-IDX)
           MOVE ZEROES TO CIC-RETORNO(WCI-IDX).

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
              CLOSE ENTRADA1
              OPEN I-O ENTRADA1
           END-IF
      *    EL HISTORICO DE EX-EMPLEADOS NO EXISTE HASTA LA PRIMERA
      *    PURGA: SIN EL, TODA ALTA ES UN EMPLEADO NUEVO.
           OPEN I-O    EXEMPLEADOS
           IF WFS-EXEMPLEADOS EQUAL '00'
              MOVE 'S' TO WS-HAY-HISTORICO
           ELSE
              IF WFS-EXEMPLEADOS EQUAL '35'
                 MOVE '00' TO WFS-EXEMPLEADOS
              END-IF
           END-IF
           OPEN OUTPUT SALIDA-MANTLOG
      *    DELTAEMP ACUMULA LOS IDS DE TODAS LAS CORRIDAS DE
      *    MANTENIMIENTO DESDE EL ULTIMO CICLO DE AUMENTOS: EXTEND,

           IF WFS-MANTEMP EQUAL '00' AND
              WFS-ENTRADA1 EQUAL '00' AND
              WFS-EXEMPLEADOS EQUAL '00' AND
              WFS-MANTLOG EQUAL '00' AND
              WFS-DELTAEMP EQUAL '00'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR EN ARCHIVO MANTEMP' WFS-MANTEMP
              DISPLAY 'ERROR EN ARCHIVO ENTRADA1' WFS-ENTRADA1
              DISPLAY 'ERROR EN ARCHIVO EXEMPLEADOS' WFS-EXEMPLEADOS
              DISPLAY 'ERROR EN ARCHIVO SALIDA-MANTLOG' WFS-MANTLOG
              DISPLAY 'ERROR EN ARCHIVO DELTAEMP' WFS-DELTAEMP
              PERFORM 3110-FIN-PROGRAMA
      *****************************************************************
       1250-VALIDAR-TRANSACCION.
           MOVE 'S'    TO WS-TRANSACCION-VALIDA
           MOVE 'N'    TO WS-REINGRESO
           MOVE SPACES TO WS-MOTIVO-COD
           MOVE SPACES TO WS-MOTIVO-DESC

              ELSE
                 IF TRN-ACCION NOT EQUAL 'BAJA'
                    PERFORM 1260-VALIDAR-CAMPOS-EMPLEADO
                 ELSE
                    PERFORM 1270-VALIDAR-FECHA-BAJA
                 END-IF
              END-IF
           END-IF.
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-TRANSACCION-VALIDA EQUAL 'S' AND
              TRN-ESTADO EQUAL 'T'
              PERFORM 1280-VALIDAR-BAJA-ESTADO-T
           END-IF.

      *****************************************************************
      *        VALIDAR FECHA DE BAJA (SOLO BAJA): EN BLANCO SE        *
      *        TOMA LA FECHA DE EJECUCION; SI VIENE DEBE SER UNA      *
      *        FECHA AAAAMMDD NUMERICA CON MES Y DIA VALIDOS          *
      *****************************************************************
       1270-VALIDAR-FECHA-BAJA.
           IF TRN-FECHA-BAJA-ALFA EQUAL SPACES
              MOVE W-FECHA-EJECUCION        TO TRN-FECHA-BAJA
           END-IF
           PERFORM 1275-VALIDAR-FORMATO-BAJA.

      *****************************************************************
      *   FORMATO DE LA FECHA DE BAJA: AAAAMMDD NUMERICA CON MES Y    *
      *   DIA VALIDOS (BAJA Y ALTA/CAMBIO CON ESTADO 'T')             *
      *****************************************************************
       1275-VALIDAR-FORMATO-BAJA.
           IF TRN-FECHA-BAJA-ALFA NOT NUMERIC
              MOVE 'N'                      TO WS-TRANSACCION-VALIDA
              MOVE '11'                     TO WS-MOTIVO-COD
              MOVE 'FECHA BAJA NO NUMERICA' TO WS-MOTIVO-DESC
           ELSE
              MOVE TRN-FECHA-BAJA           TO W-FECHA-BAJA
              IF WFB-MES LESS THAN 01 OR WFB-MES GREATER THAN 12 OR
                 WFB-DIA LESS THAN 01 OR WFB-DIA GREATER THAN 31
                 MOVE 'N'                   TO WS-TRANSACCION-VALIDA
                 MOVE '11'                  TO WS-MOTIVO-COD
                 MOVE 'FECHA BAJA INVALIDA' TO WS-MOTIVO-DESC
              END-IF
           END-IF.

      *****************************************************************
      *   ALTA O CAMBIO CON ESTADO 'T': LA FECHA DE BAJA QUE TRAE LA  *
      *   TRANSACCION SE VALIDA IGUAL QUE EN LA BAJA Y NO PUEDE SER   *
      *   ANTERIOR AL INGRESO. EN BLANCO (O EN CEROS) EL ALTA SE      *
      *   RECHAZA; EL CAMBIO SE RESUELVE EN 2210 CONTRA EL MAESTRO    *
      *****************************************************************
       1280-VALIDAR-BAJA-ESTADO-T.
           IF TRN-FECHA-BAJA-ALFA EQUAL SPACES OR
              TRN-FECHA-BAJA-ALFA EQUAL ZEROES
              MOVE SPACES                   TO TRN-FECHA-BAJA-ALFA
              IF TRN-ACCION EQUAL 'ALTA'
                 MOVE 'N'                   TO WS-TRANSACCION-VALIDA
                 MOVE '11'                  TO WS-MOTIVO-COD
                 MOVE 'FECHA BAJA REQUERIDA'
                                            TO WS-MOTIVO-DESC
              END-IF
           ELSE
              PERFORM 1275-VALIDAR-FORMATO-BAJA
              IF WS-TRANSACCION-VALIDA EQUAL 'S' AND
                 TRN-FECHA-BAJA LESS THAN TRN-FECHA-INGRESO
                 MOVE 'N'                   TO WS-TRANSACCION-VALIDA
                 MOVE '12'                  TO WS-MOTIVO-COD
                 MOVE 'BAJA ANTERIOR AL INGRESO'
                                            TO WS-MOTIVO-DESC
              END-IF
           END-IF.

      *****************************************************************
      *                ALTA: AGREGAR EMPLEADO AL MAESTRO              *
      *   UN ID QUE ESTA EN EL HISTORICO COMO PURGADO SE REINCORPORA  *
      *   (REINGRESO) EN LUGAR DE DARSE DE ALTA COMO UNO NUEVO        *
      *****************************************************************
       2100-APLICAR-ALTA.
           PERFORM 2150-BUSCAR-HISTORICO
           MOVE TRN-ID-EMP               TO ENT1-ID-EMP
           MOVE TRN-NOMBRE               TO ENT1-NOMBRE
           MOVE TRN-SALARIO              TO ENT1-SALARIO
           MOVE TRN-CATEGORIA            TO ENT1-CATEGORIA
           MOVE TRN-ESTADO               TO ENT1-ESTADO
           MOVE TRN-FECHA-INGRESO        TO ENT1-FECHA-INGRESO
           IF TRN-ESTADO EQUAL 'T'
              MOVE TRN-FECHA-BAJA        TO ENT1-FECHA-BAJA
           ELSE
              MOVE ZEROES                TO ENT1-FECHA-BAJA
           END-IF
      *    EL REINGRESO SIN FECHA DE INGRESO CONSERVA LA ORIGINAL.
           IF WS-REINGRESO EQUAL 'S' AND
              TRN-FECHA-INGRESO EQUAL ZEROES
              MOVE EXE-ENT1-FECHA-INGRESO TO ENT1-FECHA-INGRESO
           END-IF

           WRITE REG-ENTRADA1 FROM WRE-REG-ENT1
           IF WFS-ENTRADA1 EQUAL '00'
              ADD 1 TO WA-ALTAS
              IF WS-REINGRESO EQUAL 'S'
                 PERFORM 2160-MARCAR-REINGRESO
              END-IF
           ELSE
              IF WFS-ENTRADA1 EQUAL '22'
                 MOVE 'N'                TO WS-TRANSACCION-VALIDA
              END-IF
           END-IF.

      *****************************************************************
      *   BUSCAR EL ID DEL ALTA EN EL HISTORICO DE EX-EMPLEADOS: SOLO *
      *   UN REGISTRO PURGADO ('P') ES UN REINGRESO; UNO YA           *
      *   REINGRESADO ('R') QUEDA COMO CONSTANCIA Y NO SE REUSA       *
      *****************************************************************
       2150-BUSCAR-HISTORICO.
           IF WS-HAY-HISTORICO EQUAL 'S'
              MOVE TRN-ID-EMP TO EXE-ID-EMP-KEY
              READ EXEMPLEADOS INTO WRE-REG-EXE
              IF WFS-EXEMPLEADOS EQUAL '00'
                 IF EXE-ESTADO EQUAL 'P'
                    MOVE 'S' TO WS-REINGRESO
                 END-IF
              ELSE
                 IF WFS-EXEMPLEADOS NOT EQUAL '23'
                    DISPLAY 'HUBO UN ERROR AL LEER EXEMPLEADOS'
                             WFS-EXEMPLEADOS
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *   MARCAR EN EL HISTORICO EL REINGRESO DEL EMPLEADO ('R' CON   *
      *   LA FECHA DE EJECUCION)                                      *
      *****************************************************************
       2160-MARCAR-REINGRESO.
           MOVE 'R'                      TO EXE-ESTADO
           MOVE W-FECHA-EJECUCION        TO EXE-FECHA-REINGRESO
           REWRITE REG-EXEMPLEADO FROM WRE-REG-EXE
           IF WFS-EXEMPLEADOS EQUAL '00'
              ADD 1 TO WA-REINGRESOS
              DISPLAY 'REINGRESO DESDE HISTORICO: ' TRN-ID-EMP
           ELSE
              DISPLAY 'HUBO UN ERROR AL REGRABAR EXEMPLEADOS'
                       WFS-EXEMPLEADOS
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *            CAMBIO: REEMPLAZAR DATOS DE UN EMPLEADO            *
      *****************************************************************
           MOVE TRN-ID-EMP TO ENT1-ID-EMP-KEY
           READ ENTRADA1 INTO WRE-REG-ENT1
           IF WFS-ENTRADA1 EQUAL '00'
              PERFORM 2210-FECHA-BAJA-CAMBIO
              IF WS-TRANSACCION-VALIDA EQUAL 'S'
                 MOVE TRN-NOMBRE         TO ENT1-NOMBRE
                 MOVE TRN-SALARIO        TO ENT1-SALARIO
                 MOVE TRN-DEPARTAMENTO   TO ENT1-DEPARTAMENTO
                 MOVE TRN-CATEGORIA      TO ENT1-CATEGORIA
                 MOVE TRN-ESTADO         TO ENT1-ESTADO
                 MOVE TRN-FECHA-INGRESO  TO ENT1-FECHA-INGRESO
                 REWRITE REG-ENTRADA1 FROM WRE-REG-ENT1
                 IF WFS-ENTRADA1 EQUAL '00'
                    ADD 1 TO WA-CAMBIOS
                 ELSE
                    DISPLAY 'HUBO UN ERROR AL REGRABAR ENTRADA1'
                             WFS-ENTRADA1
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
              END-IF
           ELSE
              IF WFS-ENTRADA1 EQUAL '23'
              END-IF
           END-IF.

      *****************************************************************
      *   FECHA DE BAJA DEL CAMBIO: UN CAMBIO QUE REACTIVA AL         *
      *   EMPLEADO LA ANULA. SI LO DEJA TERMINADO TOMA LA DE LA       *
      *   TRANSACCION O CONSERVA LA DEL MAESTRO; SIN NINGUNA SE       *
      *   RECHAZA (UN TERMINADO SIN FECHA NO TIENE FINIQUITO)         *
      *****************************************************************
       2210-FECHA-BAJA-CAMBIO.
           IF TRN-ESTADO NOT EQUAL 'T'
              MOVE ZEROES                TO ENT1-FECHA-BAJA
           ELSE
              IF TRN-FECHA-BAJA-ALFA NOT EQUAL SPACES
                 MOVE TRN-FECHA-BAJA     TO ENT1-FECHA-BAJA
              ELSE
                 IF ENT1-FECHA-BAJA-ALFA NOT NUMERIC OR
                    ENT1-FECHA-BAJA EQUAL ZEROES
                    MOVE 'N'             TO WS-TRANSACCION-VALIDA
                    MOVE '11'            TO WS-MOTIVO-COD
                    MOVE 'FECHA BAJA REQUERIDA'
                                         TO WS-MOTIVO-DESC
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *      BAJA: MARCAR EMPLEADO COMO TERMINADO (ESTADO 'T')        *
      *      NO SE BORRA FISICAMENTE: PDACTSAL LO EXCLUYE POR         *
      *      REGLA DE NEGOCIO Y LA HISTORIA QUEDA DISPONIBLE          *
      *      LA FECHA DE BAJA NO PUEDE SER ANTERIOR AL INGRESO        *
      *****************************************************************
       2300-APLICAR-BAJA.
           MOVE TRN-ID-EMP TO ENT1-ID-EMP-KEY
                 MOVE 'EMPLEADO YA TERMINADO'
                                         TO WS-MOTIVO-DESC
              ELSE
                 IF ENT1-FECHA-ING-ALFA IS NUMERIC AND
                    TRN-FECHA-BAJA LESS THAN ENT1-FECHA-INGRESO
                    MOVE 'N'             TO WS-TRANSACCION-VALIDA
                    MOVE '12'            TO WS-MOTIVO-COD
                    MOVE 'BAJA ANTERIOR AL INGRESO'
                                         TO WS-MOTIVO-DESC
                 ELSE
                    MOVE 'T'             TO ENT1-ESTADO
                    MOVE TRN-FECHA-BAJA  TO ENT1-FECHA-BAJA
                    REWRITE REG-ENTRADA1 FROM WRE-REG-ENT1
                    IF WFS-ENTRADA1 EQUAL '00'
                       ADD 1 TO WA-BAJAS
                    ELSE
                       DISPLAY 'HUBO UN ERROR AL REGRABAR ENTRADA1'
                                WFS-ENTRADA1
                       PERFORM 3110-FIN-PROGRAMA
                    END-IF
                 END-IF
              END-IF
           ELSE
           MOVE 'APLICADA'               TO LOG-RESULTADO
           MOVE SPACES                   TO LOG-MOTIVO-COD
           MOVE SPACES                   TO LOG-MOTIVO-DESC
           IF WS-REINGRESO EQUAL 'S'
              MOVE 'REINGRESO DESDE HISTORICO'
                                         TO LOG-MOTIVO-DESC
           END-IF
           ADD 1                         TO WA-APLICADAS
           PERFORM 2600-GRABAR-LINEA-LOG
      *    TODO ID APLICADO ENTRA A DELTAEMP: EL MODO DELTA DE
           PERFORM 3100-CERRAR-ARCHIVOS
           PERFORM 3150-MARCAR-TERMINADO
           PERFORM 3200-CIFRAS-CONTROL
           MOVE 00 TO W-COD-RETORNO
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
           CLOSE MANTEMP
                 ENTRADA1
                 SALIDA-MANTLOG
           IF WS-HAY-HISTORICO EQUAL 'S'
              CLOSE EXEMPLEADOS
           END-IF

           IF WFS-MANTEMP EQUAL '00' AND
              WFS-ENTRADA1 EQUAL '00' AND
           DISPLAY 'ALTAS APLICADAS         ' WA-ALTAS.
           DISPLAY 'CAMBIOS APLICADOS       ' WA-CAMBIOS.
           DISPLAY 'BAJAS APLICADAS         ' WA-BAJAS.
           DISPLAY 'REINGRESOS DEL HISTORICO ' WA-REINGRESOS.

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
                    MOVE 'X' TO CIC-ESTADO(WCP-MANTEMP)
                 ELSE
                    MOVE 'T' TO CIC-ESTADO(WCP-MANTEMP)
                 END-IF
                 ACCEPT W-HORA-CICLO FROM TIME
                 MOVE W-FECHA-EJECUCION TO CIC-FECHA(WCP-MANTEMP)
                 MOVE W-HORA-CICLO(1:6) TO CIC-HORA(WCP-MANTEMP)
                 MOVE W-COD-RETORNO     TO CIC-RETORNO(WCP-MANTEMP)
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
