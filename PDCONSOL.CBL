      *   - ANEXA LAS AUDITORIAS SALIDA-AUDITORIA-P<N>.TXT AL         *
      *     HISTORICO SALIDA-AUDITORIA.TXT                            *
      *   - GENERA LA INTERFAZ DE ATRASOS RELEYENDO SALIDA1 COMPLETO  *
      *     (LAS PARTICIONES NO LA EMITEN PARA NO PAGAR DOBLE); LOS   *
      *     ATRASOS SOBRE EL UMBRAL DE PDCUOTAS.PRM PASAN AL LIBRO    *
      *     DE CUOTAS CUOTAS.DAT Y SOLO VIAJA LA CUOTA QUE VENCE      *
      *   - JUNTA LOS FINIQUITOS DE LAS PARTICIONES: LOS DETALLES DE  *
      *     SALIDA-FINIQUITO-P<N>.TXT EN UN SOLO SALIDA-FINIQUITO.TXT *
      *     CON HEADER Y TRAILER NUEVOS, LOS REPORTES                 *
      *     SALIDA-FINIQ-REP-P<N>.TXT EN SALIDA-FINIQ-REP.TXT Y LOS   *
      *     REGISTROS PARCIALES FINIQUITOS-P<N>.DAT EN EL REGISTRO    *
      *     GENERAL FINIQUITOS.DAT                                    *
      *                                                               *
      *   PRECONDICION DEL CICLO PARTICIONADO: SALIDA1 DEBE CONTENER  *
      *   SOLO LO ESCRITO POR LAS PARTICIONES DE ESTE CICLO (EL       *
      *   PDACTSAL.PRM (PRM-PARTICIONES). TERMINA 00 SI CONSOLIDO,    *
      *   12 SI FALTA UNA PARTICION O SU REGISTRO CTL O SI SALIDA1    *
      *   TRAE REGISTROS QUE NINGUNA PARTICION ESCRIBIO.              *
      *   08 SI EL CONTROL DEL CICLO (PDCICLO.DAT) LO RECHAZA: LAS    *
      *   PARTICIONES DEL JOB NO TERMINARON O EL BANCO YA LO PAGO.    *
      *****************************************************************

      *****************************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-INTERFAZ.

      *****************************************************************
      *   ARCHIVO DE FINIQUITO CONSOLIDADO (MISMO FORMATO H/D/T QUE   *
      *   EL QUE EMITE PDACTSAL EN UNA CORRIDA COMPLETA)              *
      *****************************************************************
           SELECT SALIDA-FINIQUITO
           ASSIGN TO '../SALIDA-FINIQUITO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-FINIQ.

      *****************************************************************
      *              REPORTE DE FINIQUITOS CONSOLIDADO                *
      *****************************************************************
           SELECT SALIDA-FINIQ-REP
           ASSIGN TO '../SALIDA-FINIQ-REP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-FINIQ-REP.

      *****************************************************************
      *   REGISTRO GENERAL DE FINIQUITOS LIQUIDADOS (VER PDACTSAL)    *
      *****************************************************************
           SELECT FINIQUITOS
           ASSIGN TO '../FINIQUITOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIQ-ID-EMP-KEY
           FILE STATUS IS WFS-FINIQUITOS.

      *****************************************************************
      *   REGISTRO PARCIAL DE FINIQUITOS DE UNA PARTICION: SE REABRE  *
      *   CON EL NOMBRE FINIQUITOS-P<N>.DAT QUE TOQUE                 *
      *****************************************************************
           SELECT FINIQ-PART
           ASSIGN TO W-NOM-FINIQ-PART
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FIP-ID-EMP-KEY
           FILE STATUS IS WFS-FINIQ-PART.

      *****************************************************************
      *   POLITICA DE PAGO EN CUOTAS DE ATRASOS GRANDES (MISMO        *
      *   ARCHIVO DE CONTROL QUE LEE PDACTSAL)                        *
      *****************************************************************
           SELECT PARCUOTA
           ASSIGN TO '../PDCUOTAS.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARCUOTA.

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
           DATA RECORD IS REG-INTERFAZ.
       01  REG-INTERFAZ                     PIC X(50).

       FD  SALIDA-FINIQUITO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-FINIQUITO.
       01  REG-FINIQUITO                    PIC X(70).

       FD  SALIDA-FINIQ-REP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-FINIQ-REP.
       01  REG-FINIQ-REP                    PIC X(120).

       FD  FINIQUITOS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-FINIQUITOS.
       01  REG-FINIQUITOS.
           05 FIQ-ID-EMP-KEY                PIC X(05).
           05 FILLER                        PIC X(94).

       FD  FINIQ-PART
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-FINIQ-PART.
       01  REG-FINIQ-PART.
           05 FIP-ID-EMP-KEY                PIC X(05).
           05 FILLER                        PIC X(94).

       FD  PARCUOTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARCUOTA.
       01  REG-PARCUOTA                     PIC X(19).

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
           05 INTT-SUMA-ARREARS             PIC 9(11)V99.
           05 FILLER                        PIC X(30) VALUE SPACES.

      *****************************************************************
      *   ESTRUCTURAS DEL ARCHIVO DE FINIQUITO Y DEL REGISTRO DE      *
      *   FINIQUITOS (MISMO TRAZADO QUE EN PDACTSAL)                  *
      *****************************************************************
       01  WRE-REG-FIQ-H.
           05 FQH-TIPO                      PIC X(01) VALUE 'H'.
           05 FQH-JOB-ID                    PIC X(08).
           05 FQH-FECHA                     PIC 9(08).
           05 FQH-FECHA-EFECTIVA            PIC 9(08).
           05 FILLER                        PIC X(45) VALUE SPACES.

       01  WRE-REG-FIQ-D.
           05 FQD-TIPO                      PIC X(01) VALUE 'D'.
           05 FQD-ID-EMP                    PIC X(05).
           05 FQD-NOMBRE                    PIC X(20).
           05 FQD-DEPARTAMENTO              PIC X(04).
           05 FQD-MONTO                     PIC 9(09)V99.
           05 FQD-FECHA-EFECTIVA            PIC 9(08).
           05 FQD-FECHA-BAJA                PIC 9(08).
           05 FQD-MESES                     PIC 9(03).
           05 FQD-DIAS                      PIC 9(02).
           05 FILLER                        PIC X(08) VALUE SPACES.

       01  WRE-REG-FIQ-T.
           05 FQT-TIPO                      PIC X(01) VALUE 'T'.
           05 FQT-REGISTROS                 PIC 9(06).
           05 FQT-SUMA-MONTO                PIC 9(11)V99.
           05 FILLER                        PIC X(50) VALUE SPACES.

       01  WRE-REG-FINIQUITOS.
           05 FIQ-ID-EMP                    PIC X(05).
           05 FIQ-NOMBRE                    PIC X(20).
           05 FIQ-DEPARTAMENTO              PIC X(04).
           05 FIQ-JOB-ID                    PIC X(08).
           05 FIQ-FECHA-EFECTIVA            PIC 9(08).
           05 FIQ-FECHA-BAJA                PIC 9(08).
           05 FIQ-SALARIO-ANTERIOR          PIC 9(09)V99.
           05 FIQ-SALARIO-NUEVO             PIC 9(09)V99.
           05 FIQ-MESES                     PIC 9(03).
           05 FIQ-DIAS                      PIC 9(02).
           05 FIQ-MONTO                     PIC 9(09)V99.
           05 FIQ-FECHA-EJECUCION           PIC 9(08).

      *****************************************************************
      *                      ESTRUCTURA SALIDA1                       *
      *****************************************************************
           05 WFS-AUDIT                     PIC X(02) VALUE SPACES.
           05 WFS-SALIDA1                   PIC X(02) VALUE SPACES.
           05 WFS-INTERFAZ                  PIC X(02) VALUE SPACES.
           05 WFS-PARCUOTA                  PIC X(02) VALUE SPACES.
           05 WFS-CUOTAS                    PIC X(02) VALUE SPACES.
           05 WFS-CICLO                     PIC X(02) VALUE SPACES.
           05 WFS-OPLOG                     PIC X(02) VALUE SPACES.
           05 WFS-FINIQ                     PIC X(02) VALUE SPACES.
           05 WFS-FINIQ-REP                 PIC X(02) VALUE SPACES.
           05 WFS-FINIQUITOS                PIC X(02) VALUE SPACES.
           05 WFS-FINIQ-PART                PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
           05 WP-ACTUAL                     PIC 9(02) VALUE ZEROES.
           05 WP-DIGITO                     PIC 9(01) VALUE ZEROES.
           05 W-NOM-PARTIN                  PIC X(30) VALUE SPACES.
           05 W-NOM-FINIQ-PART              PIC X(30) VALUE SPACES.

      *****************************************************************
      *                  TOTALES CONSOLIDADOS DEL CTL                 *
           05 WI-REGISTROS                  PIC 9(06) VALUE ZEROES.
           05 WI-SUMA-ARREARS               PIC 9(11)V99 VALUE ZEROES.

      *****************************************************************
      *   PAGO EN CUOTAS (MISMA POLITICA Y REGLA QUE PDACTSAL)        *
      *****************************************************************
       01  WRE-REG-PARCUOTA.
           05 CUP-UMBRAL                    PIC 9(09)V99.
           05 CUP-NUM-CUOTAS                PIC 9(02).
           05 CUP-PERIODO                   PIC X(06).

       01  W-CUOTAS.
           05 WS-PLAN-CUOTAS                PIC X(01) VALUE 'N'.
           05 WCU-UMBRAL                    PIC 9(09)V99 VALUE ZEROES.
           05 WCU-NUM-CUOTAS                PIC 9(02) VALUE ZEROES.
           05 WCU-PERIODO                   PIC 9(06) VALUE ZEROES.
           05 WCU-PERIODO-DESC REDEFINES WCU-PERIODO.
              10 WCU-PERIODO-ANIO           PIC 9(04).
              10 WCU-PERIODO-MES            PIC 9(02).
           05 WCU-INICIO                    PIC 9(06) VALUE ZEROES.
           05 WCU-INICIO-DESC REDEFINES WCU-INICIO.
              10 WCU-INICIO-ANIO            PIC 9(04).
              10 WCU-INICIO-MES             PIC 9(02).
           05 WCU-VENCIDAS                  PIC S9(05) VALUE ZEROES.
           05 WCU-DEBIDO                    PIC S9(11)V99 VALUE ZEROES.
           05 WCU-MONTO-PAGO                PIC 9(09)V99 VALUE ZEROES.
           05 WCU-PLANES-NUEVOS             PIC 9(06) VALUE ZEROES.
           05 WCU-PLANES-SUMADOS            PIC 9(06) VALUE ZEROES.
           05 WCU-PLANES-RETIRADOS          PIC 9(06) VALUE ZEROES.
           05 WCU-RETIRO                    PIC 9(09)V99 VALUE ZEROES.
           05 WCU-SUMA-DIFERIDA             PIC 9(11)V99 VALUE ZEROES.

      *****************************************************************
      *   TOTALES DEL FINIQUITO CONSOLIDADO: DETALLES COPIADOS DE LAS *
      *   PARTICIONES Y ENTRADAS FUNDIDAS EN EL REGISTRO GENERAL      *
      *****************************************************************
       01  W-FINIQUITO.
           05 WFC-REGISTROS                 PIC 9(06) VALUE ZEROES.
           05 WFC-SUMA-MONTO                PIC 9(11)V99 VALUE ZEROES.
           05 WFC-FUNDIDOS                  PIC 9(06) VALUE ZEROES.
           05 WFC-CONTEO-ED                 PIC ZZZ,ZZ9.
           05 WFC-SUMA-ED                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  W-LINEA-CIFRAS                   PIC X(80) VALUE SPACES.
       01  W-LINEA-FINIQ                    PIC X(120) VALUE SPACES.
       01  W-LINEA-RESUMEN                  PIC X(120) VALUE SPACES.

       01  W-IDENTIFICACION-CORRIDA.
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
      *   JOB-ID DE LA INTERFAZ QUE ESTA EN SALIDA-INTERFAZ.TXT ANTES *
      *   DE LA CORRIDA (LA QUE ESTA CORRIDA VA A REEMPLAZAR)         *
      *****************************************************************
       01  W-INTERFAZ-PREVIA.
           05 WS-JOB-INTERFAZ               PIC X(08) VALUE SPACES.

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
           PERFORM 1161-CARGAR-POLITICA-CUOTAS
      *    LA COBERTURA SE VERIFICA ANTES DE ABRIR CUALQUIER SALIDA:
      *    SI SALIDA1 TRAE RESIDUOS DE OTRO CICLO NO SE TRUNCA NADA
      *    NI SE ANEXA AUDITORIA.
           PERFORM 1300-VERIFICAR-COBERTURA
           PERFORM 1100-ABRIR-ARCHIVOS.

      *****************************************************************
      *   CONTROL DEL CICLO: SOLO SE CONSOLIDA UN JOB CUYA CORRIDA    *
      *   PARTICIONADA DE PDACTSAL YA TERMINO, Y NUNCA DESPUES DE QUE *
      *   EL BANCO PROCESO SU INTERFAZ (SE VOLVERIA A GENERAR Y A     *
      *   PAGAR). TAMPOCO SE PISA LA INTERFAZ DE OTRO JOB QUE         *
      *   PDRETBAN AUN NO LIQUIDO (VER 1075)                          *
      *****************************************************************
       1070-VERIFICAR-CICLO.
           MOVE SPACES TO WS-CICLO-RECHAZO
           PERFORM 1074-LEER-JOB-INTERFAZ
           PERFORM 1075-VERIFICAR-INTERFAZ-PREVIA
           PERFORM 1071-LEER-CICLO
           IF CIC-ESTADO(WCP-ACTSAL) EQUAL 'E'
              MOVE 'PDCONSOL RECHAZADO: PDACTSAL AUN EN PROCESO'
                                    TO WS-CICLO-RECHAZO
           ELSE
              IF CIC-ESTADO(WCP-ACTSAL) NOT EQUAL 'T' OR
                 CIC-MODO(WCP-ACTSAL) NOT EQUAL 'P'
                 MOVE 'PDCONSOL RECHAZADO: SIN PARTICIONES TERMINADAS'
                                    TO WS-CICLO-RECHAZO
              ELSE
                 IF CIC-ESTADO(WCP-RETBAN) NOT EQUAL SPACES
                    MOVE 'PDCONSOL RECHAZADO: BANCO YA PROCESO EL JOB'
                                    TO WS-CICLO-RECHAZO
                 END-IF
              END-IF
           END-IF
           IF WS-CICLO-RECHAZO NOT EQUAL SPACES
              PERFORM 9050-RECHAZAR-CICLO
           END-IF
           ACCEPT W-HORA-CICLO FROM TIME
           MOVE 'E'                 TO CIC-ESTADO(WCP-CONSOL)
           MOVE SPACES              TO CIC-MODO(WCP-CONSOL)
           MOVE W-FECHA-EJECUCION   TO CIC-FECHA(WCP-CONSOL)
           MOVE W-HORA-CICLO(1:6)   TO CIC-HORA(WCP-CONSOL)
           MOVE ZEROES              TO CIC-RETORNO(WCP-CONSOL)
           PERFORM 1072-GRABAR-CICLO
           MOVE 'S' TO WS-CICLO-MARCADO.

      *****************************************************************
      *   LEER EL JOB-ID DEL HEADER DE LA INTERFAZ QUE HOY ESTA EN    *
      *   SALIDA-INTERFAZ.TXT, ANTES DE QUE ESTA CORRIDA LA REEMPLACE *
      *****************************************************************
       1074-LEER-JOB-INTERFAZ.
           MOVE SPACES TO WS-JOB-INTERFAZ
           OPEN INPUT SALIDA-INTERFAZ
           IF WFS-INTERFAZ EQUAL '00'
              READ SALIDA-INTERFAZ
              IF WFS-INTERFAZ EQUAL '00' AND
                 REG-INTERFAZ(1:1) EQUAL 'H'
                 MOVE REG-INTERFAZ(2:8) TO WS-JOB-INTERFAZ
              END-IF
              CLOSE SALIDA-INTERFAZ
           END-IF.

      *****************************************************************
      *   CONTROL DEL CICLO: LA INTERFAZ ANTERIOR, SI LA GENERO OTRO  *
      *   JOB DEL STREAM (PDACTSAL, PDCONSOL O PDCUOTAS), DEBE ESTAR  *
      *   LIQUIDADA POR PDRETBAN ANTES DE PISARLA (MISMA REGLA QUE    *
      *   1075 DE PDCUOTAS). SIN CONTROL DEL CICLO O CON UN JOB QUE   *
      *   NO FIGURA EN EL NO HAY NADA QUE EXIGIR                      *
      *****************************************************************
       1075-VERIFICAR-INTERFAZ-PREVIA.
           IF WS-JOB-INTERFAZ NOT EQUAL SPACES AND
              WS-JOB-INTERFAZ NOT EQUAL WS-JOB-ID
              OPEN INPUT CICLO
              IF WFS-CICLO EQUAL '00'
                 MOVE WS-JOB-INTERFAZ TO CIC-JOB-ID-KEY
                 READ CICLO INTO WRE-REG-CICLO
                 IF WFS-CICLO EQUAL '00'
                    IF (CIC-ESTADO(WCP-ACTSAL) EQUAL 'T' OR
                        CIC-ESTADO(WCP-CONSOL) EQUAL 'T' OR
                        CIC-ESTADO(WCP-CUOTAS) EQUAL 'T') AND
                       CIC-ESTADO(WCP-RETBAN) NOT EQUAL 'T'
                       MOVE SPACES TO WS-CICLO-RECHAZO
                       STRING 'PDCONSOL RECHAZADO: INTERFAZ '
                              DELIMITED BY SIZE
                              WS-JOB-INTERFAZ DELIMITED BY SIZE
                              ' SIN LIQUIDAR' DELIMITED BY SIZE
                              INTO WS-CICLO-RECHAZO
                    END-IF
                 END-IF
                 CLOSE CICLO
              END-IF
           END-IF.

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
      *   VERIFICAR QUE SALIDA1 CONTIENE EXACTAMENTE LO QUE LAS       *
      *   PARTICIONES ESCRIBIERON: SE SUMAN LOS CONTEOS DE LOS        *
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   CARGAR POLITICA DE CUOTAS (PDCUOTAS.PRM). SIN ARCHIVO O CON *
      *   UMBRAL EN CERO LOS ATRASOS SE PAGAN COMPLETOS               *
      *****************************************************************
       1161-CARGAR-POLITICA-CUOTAS.
           OPEN INPUT PARCUOTA

           IF WFS-PARCUOTA EQUAL '00'
              READ PARCUOTA INTO WRE-REG-PARCUOTA
              IF WFS-PARCUOTA EQUAL '00' AND
                 CUP-UMBRAL NUMERIC AND
                 CUP-NUM-CUOTAS NUMERIC
                 IF CUP-UMBRAL GREATER THAN ZEROES AND
                    CUP-NUM-CUOTAS GREATER THAN 1
                    MOVE CUP-UMBRAL     TO WCU-UMBRAL
                    MOVE CUP-NUM-CUOTAS TO WCU-NUM-CUOTAS
                    MOVE 'S'            TO WS-PLAN-CUOTAS
                 END-IF
              END-IF
              CLOSE PARCUOTA
           END-IF
           MOVE W-FECHA-EJECUCION(1:6) TO WCU-PERIODO.

      *****************************************************************
      *       CARGAR JOB-ID, FECHA EFECTIVA Y NUMERO DE PARTICIONES   *
      *****************************************************************
           MOVE SPACES TO W-LINEA-RESUMEN
           STRING 'RESUMEN CONSOLIDADO DE CORRIDA PARTICIONADA - '
                  'PDCONSOL' DELIMITED BY SIZE INTO W-LINEA-RESUMEN
           PERFORM 3225-GRABAR-LINEA-RESUMEN

           PERFORM 1110-ABRIR-FINIQUITO.

      *****************************************************************
      *   ABRIR EL FINIQUITO Y SU REPORTE CONSOLIDADOS (CON SU        *
      *   HEADER Y ENCABEZADO) Y EL REGISTRO GENERAL DE FINIQUITOS EN *
      *   I-O (SE CREA VACIO LA PRIMERA VEZ)                          *
      *****************************************************************
       1110-ABRIR-FINIQUITO.
           OPEN OUTPUT SALIDA-FINIQUITO
           OPEN OUTPUT SALIDA-FINIQ-REP
           OPEN I-O FINIQUITOS
           IF WFS-FINIQUITOS EQUAL '35'
              OPEN OUTPUT FINIQUITOS
              CLOSE FINIQUITOS
              OPEN I-O FINIQUITOS
           END-IF
           IF WFS-FINIQ NOT EQUAL '00' OR
              WFS-FINIQ-REP NOT EQUAL '00' OR
              WFS-FINIQUITOS NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO SALIDA-FINIQUITO' WFS-FINIQ
              DISPLAY 'ERROR EN ARCHIVO SALIDA-FINIQ-REP' WFS-FINIQ-REP
              DISPLAY 'ERROR EN ARCHIVO FINIQUITOS' WFS-FINIQUITOS
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           MOVE WS-JOB-ID          TO FQH-JOB-ID
           MOVE W-FECHA-EJECUCION  TO FQH-FECHA
           MOVE W-FECHA-EFECTIVA   TO FQH-FECHA-EFECTIVA
           WRITE REG-FINIQUITO FROM WRE-REG-FIQ-H
           PERFORM 3245-VERIFICAR-FINIQUITO

           MOVE SPACES TO W-LINEA-FINIQ
           STRING 'FINIQUITOS CONSOLIDADOS DE CORRIDA PARTICIONADA - '
                  'PDCONSOL' DELIMITED BY SIZE INTO W-LINEA-FINIQ
           PERFORM 3250-GRABAR-LINEA-FINIQ.

      *****************************************************************
      *   CONSOLIDAR PARTICION POR PARTICION: CIFRAS (CON SU CTL),    *
           MOVE WP-ACTUAL TO WP-DIGITO
           PERFORM 2200-CONSOLIDAR-CIFRAS
           PERFORM 2300-CONSOLIDAR-RESUMEN
           PERFORM 2400-ANEXAR-AUDITORIA
           PERFORM 2500-CONSOLIDAR-FINIQUITO
           PERFORM 2600-CONSOLIDAR-REP-FINIQ
           PERFORM 2700-FUNDIR-REGISTRO-FINIQ.

      *****************************************************************
      *   CIFRAS DE UNA PARTICION: COPIAR SUS LINEAS AL REPORTE       *
           END-IF
           CLOSE PARTIN.

      *****************************************************************
      *   FINIQUITO DE UNA PARTICION: COPIAR SUS DETALLES 'D' AL      *
      *   ARCHIVO CONSOLIDADO (SU HEADER Y SU TRAILER SE DESCARTAN:   *
      *   EL CONSOLIDADO LLEVA LOS SUYOS) Y ACUMULAR CONTEO Y MONTO   *
      *****************************************************************
       2500-CONSOLIDAR-FINIQUITO.
           MOVE SPACES TO W-NOM-PARTIN
           STRING '../SALIDA-FINIQUITO-P' DELIMITED BY SIZE
                  WP-DIGITO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO W-NOM-PARTIN
           OPEN INPUT PARTIN
           IF WFS-PARTIN NOT EQUAL '00'
              DISPLAY 'FALTA EL FINIQUITO DE LA PARTICION '
                      WP-ACTUAL ' (' WFS-PARTIN ')'
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           PERFORM UNTIL WFS-PARTIN NOT EQUAL '00'
              READ PARTIN
              IF WFS-PARTIN EQUAL '00' AND
                 REG-PARTIN(1:1) EQUAL 'D'
                 MOVE REG-PARTIN(1:70) TO WRE-REG-FIQ-D
                 WRITE REG-FINIQUITO FROM WRE-REG-FIQ-D
                 PERFORM 3245-VERIFICAR-FINIQUITO
                 ADD 1         TO WFC-REGISTROS
                 ADD FQD-MONTO TO WFC-SUMA-MONTO
              END-IF
           END-PERFORM
           IF WFS-PARTIN NOT EQUAL '10'
              DISPLAY 'HUBO UN ERROR AL LEER EL FINIQUITO DE LA '
                      'PARTICION ' WP-ACTUAL ' (' WFS-PARTIN ')'
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE PARTIN.

      *****************************************************************
      *   REPORTE DE FINIQUITOS DE UNA PARTICION: COPIA AL            *
      *   CONSOLIDADO, SEPARADO POR PARTICION                         *
      *****************************************************************
       2600-CONSOLIDAR-REP-FINIQ.
           MOVE SPACES TO W-NOM-PARTIN
           STRING '../SALIDA-FINIQ-REP-P' DELIMITED BY SIZE
                  WP-DIGITO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO W-NOM-PARTIN
           OPEN INPUT PARTIN
           IF WFS-PARTIN NOT EQUAL '00'
              DISPLAY 'FALTA EL REPORTE DE FINIQUITOS DE LA '
                      'PARTICION ' WP-ACTUAL ' (' WFS-PARTIN ')'
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           MOVE SPACES TO W-LINEA-FINIQ
           STRING '----- PARTICION ' DELIMITED BY SIZE
                  WP-ACTUAL DELIMITED BY SIZE
                  ' -----' DELIMITED BY SIZE
                  INTO W-LINEA-FINIQ
           PERFORM 3250-GRABAR-LINEA-FINIQ

           PERFORM UNTIL WFS-PARTIN NOT EQUAL '00'
              READ PARTIN
              IF WFS-PARTIN EQUAL '00'
                 MOVE REG-PARTIN TO W-LINEA-FINIQ
                 PERFORM 3250-GRABAR-LINEA-FINIQ
              END-IF
           END-PERFORM
           IF WFS-PARTIN NOT EQUAL '10'
              DISPLAY 'HUBO UN ERROR AL LEER EL REPORTE DE FINIQUITOS '
                      'DE LA PARTICION ' WP-ACTUAL ' (' WFS-PARTIN ')'
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE PARTIN.

      *****************************************************************
      *   FUNDIR EL REGISTRO PARCIAL FINIQUITOS-P<N>.DAT EN EL        *
      *   GENERAL: ALTA DEL EMPLEADO O, SI YA TENIA ENTRADA, SE       *
      *   REGRABA CON LA DE ESTE JOB (MISMA REGLA QUE 2420 DE         *
      *   PDACTSAL EN UNA CORRIDA COMPLETA)                           *
      *****************************************************************
       2700-FUNDIR-REGISTRO-FINIQ.
           MOVE SPACES TO W-NOM-FINIQ-PART
           STRING '../FINIQUITOS-P' DELIMITED BY SIZE
                  WP-DIGITO DELIMITED BY SIZE
                  '.DAT' DELIMITED BY SIZE
                  INTO W-NOM-FINIQ-PART
           OPEN INPUT FINIQ-PART
           IF WFS-FINIQ-PART NOT EQUAL '00'
              DISPLAY 'FALTA EL REGISTRO DE FINIQUITOS DE LA '
                      'PARTICION ' WP-ACTUAL ' (' WFS-FINIQ-PART ')'
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           PERFORM UNTIL WFS-FINIQ-PART NOT EQUAL '00'
              READ FINIQ-PART NEXT RECORD INTO WRE-REG-FINIQUITOS
              IF WFS-FINIQ-PART EQUAL '00'
                 WRITE REG-FINIQUITOS FROM WRE-REG-FINIQUITOS
                 IF WFS-FINIQUITOS EQUAL '22'
                    REWRITE REG-FINIQUITOS FROM WRE-REG-FINIQUITOS
                 END-IF
                 IF WFS-FINIQUITOS NOT EQUAL '00'
                    DISPLAY 'HUBO UN ERROR AL GRABAR FINIQUITOS.DAT, '
                            'EMPLEADO ' FIQ-ID-EMP ' ' WFS-FINIQUITOS
                    PERFORM 3110-FIN-PROGRAMA
                 END-IF
                 ADD 1 TO WFC-FUNDIDOS
              END-IF
           END-PERFORM
           IF WFS-FINIQ-PART NOT EQUAL '10'
              DISPLAY 'HUBO UN ERROR AL LEER EL REGISTRO DE FINIQUITOS '
                      'DE LA PARTICION ' WP-ACTUAL
                      ' (' WFS-FINIQ-PART ')'
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE FINIQ-PART.

      *****************************************************************
      *                            FINAL                              *
      *****************************************************************
       3000-FINAL.
           PERFORM 3213-GRABAR-REGISTRO-CTL
           PERFORM 3240-CERRAR-FINIQUITO
           CLOSE SALIDA-CIFRAS
                 SALIDA-RESUMEN
                 SALIDA-AUDIT
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           IF WS-PLAN-CUOTAS EQUAL 'S'
              PERFORM 3053-ABRIR-CUOTAS
           END-IF

           MOVE WS-JOB-ID          TO INTH-JOB-ID
           MOVE W-FECHA-EJECUCION  TO INTH-FECHA
           WRITE REG-INTERFAZ FROM WRE-REG-INT-H
           PERFORM UNTIL WFS-SALIDA1 NOT EQUAL '00'
              READ SALIDA1 NEXT INTO WRE-REG-SAL1
              IF WFS-SALIDA1 EQUAL '00' AND
                 (SAL1-ARREARS GREATER THAN ZEROES OR
                  WS-PLAN-CUOTAS EQUAL 'S')
                 PERFORM 3058-GRABAR-PAGO
              END-IF
           END-PERFORM
           IF WFS-SALIDA1 NOT EQUAL '10'

           CLOSE SALIDA1
                 SALIDA-INTERFAZ
           DISPLAY 'INTERFAZ DE ATRASOS: ' WI-REGISTROS ' PAGOS'
           IF WS-PLAN-CUOTAS EQUAL 'S'
              CLOSE CUOTAS
              DISPLAY 'PLANES DE CUOTAS NUEVOS ' WCU-PLANES-NUEVOS
                      ' SUMADOS ' WCU-PLANES-SUMADOS
                      ' RETIRADOS ' WCU-PLANES-RETIRADOS
                      ' MONTO DIFERIDO ' WCU-SUMA-DIFERIDA
           END-IF.

      *****************************************************************
      *   ABRIR EL LIBRO DE CUOTAS EN I-O (SE CREA VACIO LA PRIMERA   *
      *   VEZ, MISMO PATRON QUE PDACTSAL)                             *
      *****************************************************************
       3053-ABRIR-CUOTAS.
           OPEN I-O CUOTAS
           IF WFS-CUOTAS EQUAL '35'
              OPEN OUTPUT CUOTAS
              CLOSE CUOTAS
              OPEN I-O CUOTAS
           END-IF
           IF WFS-CUOTAS NOT EQUAL '00'
              DISPLAY 'ERROR EN EL LIBRO DE CUOTAS CUOTAS.DAT'
                       WFS-CUOTAS
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *           GRABAR UN PAGO DE ATRASOS EN LA INTERFAZ            *
      *****************************************************************
       3058-GRABAR-PAGO.
           MOVE SAL1-ARREARS TO WCU-MONTO-PAGO
           IF WS-PLAN-CUOTAS EQUAL 'S'
              IF SAL1-ARREARS GREATER THAN WCU-UMBRAL
                 PERFORM 3057-REGISTRAR-PLAN-CUOTAS
              ELSE
                 PERFORM 3054-RETIRAR-PLAN-CUOTAS
              END-IF
           END-IF
      *    UN PLAN CON CUOTA AUN EN TRANSITO NO EMITE OTRA EN ESTE
      *    PERIODO: EL EMPLEADO NO VIAJA EN LA INTERFAZ.
           IF WCU-MONTO-PAGO GREATER THAN ZEROES
              MOVE SAL1-ID-EMP         TO INTD-ID-EMP
              MOVE SAL1-NOMBRE         TO INTD-NOMBRE
              MOVE SAL1-DEPARTAMENTO   TO INTD-DEPARTAMENTO
              MOVE WCU-MONTO-PAGO      TO INTD-ARREARS
              MOVE W-FECHA-EFECTIVA    TO INTD-FECHA-EFECTIVA
              WRITE REG-INTERFAZ FROM WRE-REG-INT-D
              PERFORM 3059-VERIFICAR-GRABACION
              ADD 1                    TO WI-REGISTROS
              ADD WCU-MONTO-PAGO       TO WI-SUMA-ARREARS
           END-IF.

      *****************************************************************
      *   ATRASOS MAYORES AL UMBRAL: ABRIR O AMPLIAR EL PLAN DEL      *
      *   EMPLEADO EN EL LIBRO DE CUOTAS (VER 3057 DE PDACTSAL). UN   *
      *   REINICIO DEL MISMO JOB REEMPLAZA EL APORTE DE LA CORRIDA    *
      *   ANTERIOR Y REEMITE LA CUOTA (VER 3051)                      *
      *****************************************************************
       3057-REGISTRAR-PLAN-CUOTAS.
           MOVE SAL1-ID-EMP TO CUO-ID-EMP-KEY
           READ CUOTAS
           IF WFS-CUOTAS EQUAL '23'
              MOVE SAL1-NOMBRE         TO CUO-NOMBRE
              MOVE SAL1-DEPARTAMENTO   TO CUO-DEPARTAMENTO
              MOVE WS-JOB-ID           TO CUO-JOB-ID
              MOVE W-FECHA-EFECTIVA    TO CUO-FECHA-EFECTIVA
              MOVE WCU-PERIODO         TO CUO-PERIODO-INICIO
              MOVE WCU-NUM-CUOTAS      TO CUO-NUM-CUOTAS
              MOVE SAL1-ARREARS        TO CUO-TOTAL
                                          CUO-PENDIENTE
              MOVE ZEROES              TO CUO-PAGADO
                                          CUO-PAGADO-BASE
                                          CUO-EN-TRANSITO
                                          CUO-PERIODO-ULTIMO
                                          CUO-CUOTAS-PAGADAS
                                          CUO-RECHAZOS
              MOVE SAL1-ARREARS        TO CUO-APORTE-JOB
              MOVE 'A'                 TO CUO-ESTADO
              COMPUTE CUO-MONTO-CUOTA ROUNDED =
                      CUO-PENDIENTE / CUO-NUM-CUOTAS
              PERFORM 3056-CALCULAR-CUOTA-VENCIDA
              MOVE WCU-MONTO-PAGO      TO CUO-EN-TRANSITO
              MOVE WCU-PERIODO         TO CUO-PERIODO-ULTIMO
              MOVE WS-JOB-ID           TO CUO-JOB-EMISION
              WRITE REG-CUOTAS
              ADD 1 TO WCU-PLANES-NUEVOS
           ELSE
              IF WFS-CUOTAS NOT EQUAL '00'
                 DISPLAY 'HUBO UN ERROR AL LEER CUOTAS.DAT'
                          WFS-CUOTAS
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              IF CUO-JOB-ID EQUAL WS-JOB-ID
                 PERFORM 3051-DESCONTAR-APORTE
              END-IF
              MOVE WS-JOB-ID           TO CUO-JOB-ID
              MOVE W-FECHA-EFECTIVA    TO CUO-FECHA-EFECTIVA
              MOVE WCU-PERIODO         TO CUO-PERIODO-INICIO
              MOVE WCU-NUM-CUOTAS      TO CUO-NUM-CUOTAS
              MOVE CUO-PAGADO          TO CUO-PAGADO-BASE
              ADD SAL1-ARREARS         TO CUO-TOTAL
                                          CUO-PENDIENTE
              MOVE SAL1-ARREARS        TO CUO-APORTE-JOB
              MOVE 'A'                 TO CUO-ESTADO
              COMPUTE CUO-MONTO-CUOTA ROUNDED =
                      CUO-PENDIENTE / CUO-NUM-CUOTAS
              IF CUO-EN-TRANSITO GREATER THAN ZEROES
                 MOVE ZEROES TO WCU-MONTO-PAGO
              ELSE
                 PERFORM 3056-CALCULAR-CUOTA-VENCIDA
                 MOVE WCU-MONTO-PAGO   TO CUO-EN-TRANSITO
                 MOVE WCU-PERIODO      TO CUO-PERIODO-ULTIMO
                 MOVE WS-JOB-ID        TO CUO-JOB-EMISION
              END-IF
              REWRITE REG-CUOTAS
              ADD 1 TO WCU-PLANES-SUMADOS
           END-IF
           IF WFS-CUOTAS NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR CUOTAS.DAT, EMPLEADO '
                      SAL1-ID-EMP ' ' WFS-CUOTAS
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           COMPUTE WCU-SUMA-DIFERIDA = WCU-SUMA-DIFERIDA +
                   SAL1-ARREARS - WCU-MONTO-PAGO.

      *****************************************************************
      *   ATRASOS QUE YA NO SUPERAN EL UMBRAL: SI UNA CORRIDA         *
      *   ANTERIOR DE ESTE MISMO JOB LOS HABIA DIFERIDO, SE RETIRA SU *
      *   APORTE DEL PLAN (VER 3051) Y EL PAGO VIAJA COMPLETO EN LA   *
      *   INTERFAZ. EL PLAN QUEDA LIQUIDADO SI NO LE RESTA DEUDA      *
      *   ANTERIOR, O REPARTE LO QUE LE RESTA DESDE ESTE PERIODO      *
      *****************************************************************
       3054-RETIRAR-PLAN-CUOTAS.
           MOVE SAL1-ID-EMP TO CUO-ID-EMP-KEY
           READ CUOTAS
           IF WFS-CUOTAS NOT EQUAL '00' AND
              WFS-CUOTAS NOT EQUAL '23'
              DISPLAY 'HUBO UN ERROR AL LEER CUOTAS.DAT' WFS-CUOTAS
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           IF WFS-CUOTAS EQUAL '00' AND
              CUO-JOB-ID EQUAL WS-JOB-ID AND
              (CUO-APORTE-JOB GREATER THAN ZEROES OR
               CUO-JOB-EMISION EQUAL WS-JOB-ID)
              PERFORM 3051-DESCONTAR-APORTE
              IF CUO-PENDIENTE EQUAL ZEROES
                 MOVE 'L' TO CUO-ESTADO
              ELSE
                 COMPUTE CUO-MONTO-CUOTA ROUNDED =
                         CUO-PENDIENTE / CUO-NUM-CUOTAS
              END-IF
              REWRITE REG-CUOTAS
              IF WFS-CUOTAS NOT EQUAL '00'
                 DISPLAY 'HUBO UN ERROR AL GRABAR CUOTAS.DAT, EMPLEADO '
                         SAL1-ID-EMP ' ' WFS-CUOTAS
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              ADD 1 TO WCU-PLANES-RETIRADOS
           END-IF.

      *****************************************************************
      *   QUITAR DEL PLAN LO QUE LE SUMO UNA CORRIDA ANTERIOR DE ESTE *
      *   MISMO JOB (CUO-APORTE-JOB). LA CUOTA QUE ESE JOB DEJO EN    *
      *   TRANSITO VIAJABA EN SU INTERFAZ, QUE ESTA CORRIDA REESCRIBE *
      *   (1070 NO DEJA PISAR UNA INTERFAZ SIN LIQUIDAR): SE ANULA Y  *
      *   EL PERIODO VUELVE A QUEDAR SIN CUOTA EMITIDA. UNA CUOTA EN  *
      *   TRANSITO DE OTRO JOB NO SE TOCA                             *
      *****************************************************************
       3051-DESCONTAR-APORTE.
           MOVE CUO-APORTE-JOB TO WCU-RETIRO
           IF WCU-RETIRO GREATER THAN CUO-PENDIENTE
              MOVE CUO-PENDIENTE TO WCU-RETIRO
           END-IF
           SUBTRACT WCU-RETIRO FROM CUO-TOTAL
                                    CUO-PENDIENTE
           MOVE ZEROES TO CUO-APORTE-JOB
           IF CUO-JOB-EMISION EQUAL WS-JOB-ID
              MOVE ZEROES      TO CUO-EN-TRANSITO
              MOVE SPACES      TO CUO-JOB-EMISION
              MOVE WCU-PERIODO TO WCU-INICIO
              IF WCU-INICIO-MES EQUAL 01
                 SUBTRACT 1 FROM WCU-INICIO-ANIO
                 MOVE 12 TO WCU-INICIO-MES
              ELSE
                 SUBTRACT 1 FROM WCU-INICIO-MES
              END-IF
              MOVE WCU-INICIO  TO CUO-PERIODO-ULTIMO
           END-IF.

      *****************************************************************
      *   MONTO VENCIDO DE UN PLAN AL PERIODO WCU-PERIODO (MISMA      *
      *   REGLA QUE 3056 DE PDACTSAL Y PDCUOTAS)                      *
      *****************************************************************
       3056-CALCULAR-CUOTA-VENCIDA.
           MOVE CUO-PERIODO-INICIO TO WCU-INICIO
           COMPUTE WCU-VENCIDAS =
                   (WCU-PERIODO-ANIO * 12 + WCU-PERIODO-MES) -
                   (WCU-INICIO-ANIO * 12 + WCU-INICIO-MES) + 1
           IF WCU-VENCIDAS NOT LESS THAN CUO-NUM-CUOTAS
              MOVE CUO-PENDIENTE TO WCU-DEBIDO
           ELSE
              COMPUTE WCU-DEBIDO =
                      WCU-VENCIDAS * CUO-MONTO-CUOTA -
                      (CUO-PAGADO - CUO-PAGADO-BASE)
              IF WCU-DEBIDO GREATER THAN CUO-PENDIENTE
                 MOVE CUO-PENDIENTE TO WCU-DEBIDO
              END-IF
           END-IF
           IF WCU-DEBIDO LESS THAN ZEROES
              MOVE ZEROES TO WCU-DEBIDO
           END-IF
           MOVE WCU-DEBIDO TO WCU-MONTO-PAGO.

      *****************************************************************
      *        VERIFICAR LA GRABACION DE UNA LINEA DE INTERFAZ        *
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   CERRAR EL FINIQUITO CONSOLIDADO CON SU TRAILER (CONTEO Y    *
      *   SUMA DE LOS DETALLES DE TODAS LAS PARTICIONES), LOS         *
      *   TOTALES AL PIE DEL REPORTE Y EL REGISTRO GENERAL            *
      *****************************************************************
       3240-CERRAR-FINIQUITO.
           MOVE WFC-REGISTROS      TO FQT-REGISTROS
           MOVE WFC-SUMA-MONTO     TO FQT-SUMA-MONTO
           WRITE REG-FINIQUITO FROM WRE-REG-FIQ-T
           PERFORM 3245-VERIFICAR-FINIQUITO

           MOVE SPACES TO W-LINEA-FINIQ
           PERFORM 3250-GRABAR-LINEA-FINIQ
           MOVE WFC-REGISTROS      TO WFC-CONTEO-ED
           MOVE WFC-SUMA-MONTO     TO WFC-SUMA-ED
           MOVE SPACES TO W-LINEA-FINIQ
           STRING 'FINIQUITOS CONSOLIDADOS ' DELIMITED BY SIZE
                  WFC-CONTEO-ED DELIMITED BY SIZE
                  '  MONTO TOTAL ' DELIMITED BY SIZE
                  WFC-SUMA-ED DELIMITED BY SIZE
                  INTO W-LINEA-FINIQ
           PERFORM 3250-GRABAR-LINEA-FINIQ
           MOVE WFC-FUNDIDOS       TO WFC-CONTEO-ED
           MOVE SPACES TO W-LINEA-FINIQ
           STRING 'ENTRADAS FUNDIDAS EN FINIQUITOS.DAT '
                  DELIMITED BY SIZE
                  WFC-CONTEO-ED DELIMITED BY SIZE
                  INTO W-LINEA-FINIQ
           PERFORM 3250-GRABAR-LINEA-FINIQ

           CLOSE SALIDA-FINIQUITO
                 SALIDA-FINIQ-REP
                 FINIQUITOS
           IF WFS-FINIQ NOT EQUAL '00' OR
              WFS-FINIQ-REP NOT EQUAL '00' OR
              WFS-FINIQUITOS NOT EQUAL '00'
              DISPLAY 'ERROR AL CERRAR LOS FINIQUITOS CONSOLIDADOS'
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           DISPLAY 'FINIQUITOS CONSOLIDADOS: ' WFC-REGISTROS
                   ' MONTO ' WFC-SUMA-MONTO.

      *****************************************************************
      *        VERIFICAR LA GRABACION DEL FINIQUITO CONSOLIDADO       *
      *****************************************************************
       3245-VERIFICAR-FINIQUITO.
           IF WFS-FINIQ NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR SALIDA-FINIQUITO'
                       WFS-FINIQ
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *          GRABAR UNA LINEA DEL REPORTE DE FINIQUITOS           *
      *****************************************************************
       3250-GRABAR-LINEA-FINIQ.
           WRITE REG-FINIQ-REP FROM W-LINEA-FINIQ
           IF WFS-FINIQ-REP NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR SALIDA-FINIQ-REP '
                      WFS-FINIQ-REP
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *          GRABAR UNA LINEA DEL REPORTE RESUMEN                 *
      *****************************************************************
              PERFORM 3110-FIN-PROGRAMA
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
                    MOVE 'X' TO CIC-ESTADO(WCP-CONSOL)
                 ELSE
                    MOVE 'T' TO CIC-ESTADO(WCP-CONSOL)
                 END-IF
                 ACCEPT W-HORA-CICLO FROM TIME
                 MOVE W-FECHA-EJECUCION TO CIC-FECHA(WCP-CONSOL)
                 MOVE W-HORA-CICLO(1:6) TO CIC-HORA(WCP-CONSOL)
                 MOVE W-COD-RETORNO     TO CIC-RETORNO(WCP-CONSOL)
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
