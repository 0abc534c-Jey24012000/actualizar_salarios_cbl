      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.        PDCIERRE.
       AUTHOR.            JOSE LUIS MARTINEZ.
       DATE-WRITTEN.      14/10/2026.

      *****************************************************************
      *   CIERRE DE CICLO: PROMOCION DE LOS SALARIOS CONCILIADOS DE   *
      *   SALIDA1 AL MAESTRO ENTRADA1                                 *
      *                                                               *
      *   PDACTSAL GRABA EL SALARIO NUEVO EN SAL1-SALARIO PERO NUNCA  *
      *   TOCA ENT1-SALARIO: SIN ESTE CIERRE EL PROXIMO CICLO (Y      *
      *   CUALQUIER CORRIDA DELTA) AUMENTARIA SOBRE LA BASE VIEJA.    *
      *   ESTE PROGRAMA REGRABA ENT1-SALARIO CON SAL1-SALARIO PARA    *
      *   CADA EMPLEADO DEL JOB-ID DE PDACTSAL.PRM (LOS QUE TIENEN    *
      *   ENTRADA DE AUDITORIA DEL JOB; EN UN CICLO DELTA EL          *
      *   ARRASTRE DE JOBS ANTERIORES NO SE TOCA).                    *
      *                                                               *
      *   CANDADOS ANTES DE TOCAR EL MAESTRO (CUALQUIERA QUE FALLE    *
      *   RECHAZA EL CIERRE SIN MODIFICAR NADA):                      *
      *   - PDMANTEMP.LCK NO PUEDE ESTAR 'EN PROCESO'. AL ABRIR EL    *
      *     MAESTRO EL CIERRE LO TOMA ('EN PROCESO') Y LO LIBERA      *
      *     ('TERMINADO') AL FINAL, TAMBIEN SI ABORTA, PARA QUE NI    *
      *     PDMANTEMP NI PDANTIG TOQUEN ENTRADA1 MIENTRAS CORRE       *
      *   - LA ULTIMA CONCILIACION DE SALIDA-CONCIL.TXT DEBE SER EL   *
      *     RESULTADO PASA DE PDCONCIL PARA ESTE MISMO JOB-ID         *
      *   - EL REGISTRO CTL DE SALIDA-CIFRAS DEBE SER DE ESTE JOB, DE *
      *     UNA CORRIDA REAL, Y SALIDA1 DEBE SEGUIR CUADRANDO CON EL  *
      *     (CONTEO Y SUMA): UN SALIDA1 TOCADO DESPUES DE CONCILIAR   *
      *     NO SE PROMUEVE                                            *
      *   - EL JOB-ID NO PUEDE FIGURAR EN EL HISTORICO DE CIERRES     *
      *     (PDCIERRE.HIS): UN JOB SE PROMUEVE UNA SOLA VEZ           *
      *                                                               *
      *   UN MAESTRO MODIFICADO DESPUES DE LA CORRIDA (ENT1-SALARIO   *
      *   DISTINTO DEL SALARIO ANTERIOR QUE QUEDO EN LA AUDITORIA)    *
      *   NO SE PISA: SE REPORTA COMO CONFLICTO PARA QUE RRHH DECIDA. *
      *   UN EMPLEADO YA AL DIA (ENT1 = SAL1, P.EJ. AL REPETIR UN     *
      *   CIERRE QUE ABORTO A MITAD) SE CUENTA Y NO SE REGRABA.       *
      *                                                               *
      *   SALIDA-CIERRE.TXT DEJA EL REGISTRO ANTES/DESPUES DE CADA    *
      *   EMPLEADO Y LAS CIFRAS DE CONTROL; UNA SEGUNDA PASADA        *
      *   RELEE EL MAESTRO PARA DEMOSTRAR QUE CUADRA CON SALIDA1.     *
      *                                                               *
      *   CONDITION CODE PARA EL SCHEDULER:                           *
      *     00 = CIERRE APLICADO, MAESTRO CUADRA CON SALIDA1          *
      *     04 = CIERRE APLICADO CON CONFLICTOS O EMPLEADOS SIN       *
      *          MAESTRO (VER REPORTE)                                *
      *     08 = CIERRE RECHAZADO (CANDADO, SIN CONCILIACION PASA,    *
      *          JOB YA PROMOVIDO, CIFRAS QUE NO CUADRAN); EL         *
      *          MAESTRO NO SE TOCO                                   *
      *     12 = ERROR DE ARCHIVO O EL MAESTRO NO CUADRA DESPUES DE   *
      *          PROMOVER (REQUIERE SOPORTE)                          *
      *****************************************************************

      *****************************************************************
      *                                                               *
      *             E N V I R O N M E N T  D I V I S I O N            *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *****************************************************************
      *                 MAESTRO DE EMPLEADOS (ENTRADA1)               *
      *****************************************************************
           SELECT ENTRADA1
           ASSIGN TO '../ENTRADA1.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT1-ID-EMP-KEY
           FILE STATUS IS WFS-ENTRADA1.

      *****************************************************************
      *                 ARCHIVO DE SALIDA DE PDACTSAL                 *
      *****************************************************************
           SELECT SALIDA1
           ASSIGN TO '../SALIDA1.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL1-ID-EMP-KEY
           FILE STATUS IS WFS-SALIDA1.

      *****************************************************************
      *          ARCHIVO DE AUDITORIA (HISTORICO DE AUMENTOS)         *
      *****************************************************************
           SELECT SALIDA-AUDIT
           ASSIGN TO '../SALIDA-AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-AUDIT.

      *****************************************************************
      *     REPORTE DE CIFRAS DE CONTROL DE PDACTSAL (REGISTRO CTL)   *
      *****************************************************************
           SELECT SALIDA-CIFRAS
           ASSIGN TO '../SALIDA-CIFRAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CIFRAS.

      *****************************************************************
      *          REPORTE DE CONCILIACION DE PDCONCIL (PASA/FALLA)     *
      *****************************************************************
           SELECT SALIDA-CONCIL
           ASSIGN TO '../SALIDA-CONCIL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CONCIL.

      *****************************************************************
      *   CANDADO DE MANTENIMIENTO EN VUELO (LO GRABA PDMANTEMP)      *
      *****************************************************************
           SELECT MANTLOCK
           ASSIGN TO '../PDMANTEMP.LCK'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-MANTLOCK.

      *****************************************************************
      *              PARAMETROS DE LA CORRIDA (JOB-ID)                *
      *****************************************************************
           SELECT PARAMPAG
           ASSIGN TO '../PDACTSAL.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-PARAMPAG.

      *****************************************************************
      *   HISTORICO DE CIERRES APLICADOS: UNA LINEA POR JOB-ID        *
      *   PROMOVIDO (ACUMULADO, SE ABRE EN EXTEND)                    *
      *****************************************************************
           SELECT CIERRE-HIST
           ASSIGN TO '../PDCIERRE.HIS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CIERRE-HIST.

      *****************************************************************
      *     REGISTRO DE PROMOCION ANTES/DESPUES Y CIFRAS DE CONTROL   *
      *****************************************************************
           SELECT SALIDA-CIERRE
           ASSIGN TO '../SALIDA-CIERRE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WFS-CIERRE.

      *****************************************************************
      *                                                               *
      *                     D A T A  D I V I S I O N                  *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  ENTRADA1
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-ENTRADA1.
       01  REG-ENTRADA1.
           05 ENT1-ID-EMP-KEY               PIC X(05).
           05 FILLER                        PIC X(54).

       FD  SALIDA1
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-SALIDA1.
       01  REG-SALIDA1.
           05 SAL1-ID-EMP-KEY               PIC X(05).
           05 FILLER                        PIC X(52).

       FD  SALIDA-AUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUDIT.
       01  REG-AUDIT                        PIC X(88).

       FD  SALIDA-CIFRAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CIFRAS.
       01  REG-CIFRAS                       PIC X(80).

       FD  SALIDA-CONCIL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CONCIL.
       01  REG-CONCIL                       PIC X(100).

       FD  MANTLOCK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-MANTLOCK.
       01  REG-MANTLOCK                     PIC X(18).

       FD  PARAMPAG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARAMPAG.
       01  REG-PARAMPAG                     PIC X(41).

       FD  CIERRE-HIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CIERRE-HIST.
       01  REG-CIERRE-HIST                  PIC X(45).

       FD  SALIDA-CIERRE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CIERRE.
       01  REG-CIERRE                       PIC X(100).

      *****************************************************************
      *                      WORKING-STORAGE SECTION                  *
      *****************************************************************
       WORKING-STORAGE SECTION.

      *****************************************************************
      *          ESTRUCTURA ENTRADA1 (MISMO TRAZADO QUE PDACTSAL)     *
      *****************************************************************
       01  WRE-REG-ENT1.
           05 ENT1-ID-EMP                   PIC X(05).
           05 ENT1-NOMBRE                   PIC X(20).
           05 ENT1-SALARIO                  PIC 9(09)V99.
           05 ENT1-SALARIO-ALFA REDEFINES
              ENT1-SALARIO                  PIC X(11).
           05 ENT1-DEPARTAMENTO             PIC X(04).
           05 ENT1-CATEGORIA                PIC X(02).
           05 ENT1-ESTADO                   PIC X(01).
           05 ENT1-FECHA-INGRESO            PIC 9(08).
           05 ENT1-FECHA-ING-ALFA REDEFINES
              ENT1-FECHA-INGRESO            PIC X(08).
           05 ENT1-FECHA-BAJA               PIC 9(08).
           05 ENT1-FECHA-BAJA-ALFA REDEFINES
              ENT1-FECHA-BAJA               PIC X(08).

      *****************************************************************
      *                      ESTRUCTURA SALIDA1                       *
      *****************************************************************
       01  WRE-REG-SAL1.
           05 SAL1-ID-EMP                   PIC X(05).
           05 SAL1-NOMBRE                   PIC X(20).
           05 SAL1-SALARIO                  PIC 9(09)V99.
           05 SAL1-ARREARS                  PIC 9(09)V99.
           05 SAL1-MESES-ATRASO             PIC 9(03).
           05 SAL1-DEPARTAMENTO             PIC X(04).
           05 SAL1-CATEGORIA                PIC X(02).
           05 SAL1-ESTADO                   PIC X(01).

      *****************************************************************
      *      ESTRUCTURA SALIDA-AUDIT (MISMO TRAZADO QUE PDACTSAL)     *
      *****************************************************************
       01  WRE-REG-AUDIT.
           05 AUD-ID-EMP                    PIC X(05).
           05 AUD-NOMBRE                    PIC X(20).
           05 AUD-SALARIO-ANTERIOR          PIC 9(09)V99.
           05 AUD-SALARIO-NUEVO             PIC 9(09)V99.
           05 AUD-PORCENTAJE                PIC 9(02)V99.
           05 AUD-FECHA-EJECUCION           PIC 9(08).
           05 AUD-JOB-ID                    PIC X(08).
           05 AUD-TOPE-MARCA                PIC X(01).
           05 AUD-FACTOR-PRORRATEO          PIC 9(01)V9(04).
           05 AUD-SECUENCIA                 PIC 9(06).
           05 AUD-CADENA                    PIC 9(09).

      *****************************************************************
      *   REGISTRO DE CONTROL 'CTL ' GRABADO POR PDACTSAL AL FINAL    *
      *   DE SALIDA-CIFRAS (MISMO TRAZADO QUE WRE-REG-CTL DE ALLA)    *
      *****************************************************************
       01  WRE-REG-CTL.
           05 CTL-MARCA                     PIC X(04).
           05 CTL-JOB-ID                    PIC X(08).
           05 CTL-FECHA                     PIC 9(08).
           05 CTL-MODO                      PIC X(01).
           05 CTL-REGISTROS                 PIC 9(06).
           05 CTL-SUMA-SALIDA               PIC 9(11)V99.
           05 CTL-SUMA-ARREARS              PIC 9(11)V99.
           05 CTL-DELTA-ESCRITOS            PIC 9(06).

      *****************************************************************
      *   ESTRUCTURA DEL CANDADO DE MANTENIMIENTO (PDMANTEMP.LCK)     *
      *****************************************************************
       01  WRE-REG-MANTLOCK.
           05 LCK-ESTADO                    PIC X(10).
           05 LCK-FECHA                     PIC 9(08).

      *****************************************************************
      *      ESTRUCTURA PARAMPAG (MISMO TRAZADO QUE EN PDACTSAL)      *
      *****************************************************************
       01  WRE-REG-PARAMPAG.
           05 PRM-FECHA-EFECTIVA            PIC 9(08).
           05 PRM-JOB-ID                    PIC X(08).
           05 FILLER                        PIC X(25).

      *****************************************************************
      *   ESTRUCTURA DEL HISTORICO DE CIERRES (PDCIERRE.HIS): JOB-ID  *
      *   PROMOVIDO, FECHA, EMPLEADOS PROMOVIDOS, SUMA DE SALARIOS    *
      *   PROMOVIDOS Y CONDITION CODE CON QUE TERMINO EL CIERRE       *
      *****************************************************************
       01  WRE-REG-HIST.
           05 HIS-JOB-ID                    PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-FECHA                     PIC 9(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-PROMOVIDOS                PIC 9(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-SUMA-PROMOVIDA            PIC 9(11)V99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 HIS-RETORNO                   PIC 9(02).
           05 FILLER                        PIC X(04) VALUE SPACES.

      *****************************************************************
      *                    VARIABLES FILE STATUS                      *
      *****************************************************************
       01  W-FILE-STATUS.
           05 WFS-ENTRADA1                  PIC X(02) VALUE SPACES.
           05 WFS-SALIDA1                   PIC X(02) VALUE SPACES.
           05 WFS-AUDIT                     PIC X(02) VALUE SPACES.
           05 WFS-CIFRAS                    PIC X(02) VALUE SPACES.
           05 WFS-CONCIL                    PIC X(02) VALUE SPACES.
           05 WFS-MANTLOCK                  PIC X(02) VALUE SPACES.
           05 WFS-PARAMPAG                  PIC X(02) VALUE SPACES.
           05 WFS-CIERRE-HIST               PIC X(02) VALUE SPACES.
           05 WFS-CIERRE                    PIC X(02) VALUE SPACES.

      *****************************************************************
      *                           SWTICHES                            *
      *****************************************************************
       01  W-SWITCHES.
           05 WS-FIN-SALIDA1                PIC X(02) VALUE SPACES.
           05 WS-CTL-ENCONTRADO             PIC X(01) VALUE 'N'.
           05 WS-CONCIL-PASA                PIC X(01) VALUE 'N'.
           05 WS-AUDIT-ENCONTRADA           PIC X(01) VALUE 'N'.
           05 WS-MAESTRO-ABIERTO            PIC X(01) VALUE 'N'.
           05 WS-CANDADO-TOMADO             PIC X(01) VALUE 'N'.

      *****************************************************************
      *   TABLA DE EMPLEADOS DEL JOB (ENTRADAS DE AUDITORIA SIN LOS   *
      *   CIERRES 'F'). WT-SALARIO-ANTERIOR ES LA BASE SOBRE LA QUE   *
      *   PDACTSAL CALCULO EL AUMENTO: SI EL MAESTRO YA NO TIENE ESA  *
      *   BASE, ALGUIEN LO MODIFICO DESPUES DE LA CORRIDA. LAS        *
      *   REVERSIONES 'R' DEL MODO CORRECCION NO CAMBIAN LA BASE      *
      *****************************************************************
       01  W-TABLA-AUDITORIA.
           05 WT-TOTAL-AUDIT                PIC 9(05) VALUE ZEROES.
           05 WT-AUDIT-ENT OCCURS 10000 TIMES
                           INDEXED BY WT-IDX.
              10 WT-ID-EMP                   PIC X(05).
              10 WT-SALARIO-ANTERIOR         PIC 9(09)V99.
              10 WT-BASE-CARGADA             PIC X(01).

      *****************************************************************
      *                         ACUMULADORES                          *
      *****************************************************************
       01  W-ACUMULADOR.
           05 WA-LEIDO-SALIDA1              PIC 9(06) VALUE ZEROES.
           05 WA-SUMA-SALIDA1               PIC 9(11)V99 VALUE ZEROES.
           05 WA-LEIDO-AUDIT                PIC 9(06) VALUE ZEROES.
           05 WA-DEL-JOB                    PIC 9(06) VALUE ZEROES.
           05 WA-ARRASTRE                   PIC 9(06) VALUE ZEROES.
           05 WA-PROMOVIDOS                 PIC 9(06) VALUE ZEROES.
           05 WA-YA-AL-DIA                  PIC 9(06) VALUE ZEROES.
           05 WA-CONFLICTOS                 PIC 9(06) VALUE ZEROES.
           05 WA-SIN-MAESTRO                PIC 9(06) VALUE ZEROES.
           05 WA-SUMA-ANTES                 PIC 9(11)V99 VALUE ZEROES.
           05 WA-SUMA-DESPUES               PIC 9(11)V99 VALUE ZEROES.
           05 WA-CIERRES-PREVIOS            PIC 9(06) VALUE ZEROES.
      *    SEGUNDA PASADA (3050): EL MAESTRO RELEIDO CONTRA SALIDA1.
           05 WA-VERIF-CUADRAN              PIC 9(06) VALUE ZEROES.
           05 WA-VERIF-DIFIEREN             PIC 9(06) VALUE ZEROES.
           05 WA-VERIF-SIN-MAESTRO          PIC 9(06) VALUE ZEROES.
           05 WA-VERIF-SUMA-SALIDA1         PIC 9(11)V99 VALUE ZEROES.
           05 WA-VERIF-SUMA-MAESTRO         PIC 9(11)V99 VALUE ZEROES.

      *****************************************************************
      *   CONDITION CODE (VER CABECERA). SE INICIALIZA EN 12 IGUAL    *
      *   QUE PDACTSAL: UN ABORTE NO CLASIFICADO PIDE SOPORTE         *
      *****************************************************************
       01  W-RETORNO.
           05 W-COD-RETORNO                 PIC 9(02) VALUE 12.

      *****************************************************************
      *              LINEA Y CAMPOS EDITADOS DEL REPORTE              *
      *****************************************************************
       01  W-LINEA-CIERRE                   PIC X(100) VALUE SPACES.
      *    LINEA DE RESULTADO PASA QUE PDCONCIL ESCRIBE PARA EL JOB
      *    (SE ARMA CON EL MISMO STRING DE SU 3220-ESCRIBIR-RESULTADO).
       01  W-LINEA-PASA                     PIC X(100) VALUE SPACES.

       01  W-CIERRE-EDITADO.
           05 WCI-CONTEO                    PIC ZZZ,ZZ9.
           05 WCI-CONTEO-B                  PIC ZZZ,ZZ9.
           05 WCI-SALARIO-ANTES             PIC ZZZ,ZZZ,ZZ9.99.
           05 WCI-SALARIO-DESPUES           PIC ZZZ,ZZZ,ZZ9.99.
           05 WCI-SUMA                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WCI-SUMA-B                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WCI-FECHA.
              10 WCI-ANIO                   PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 WCI-MES                    PIC 9(02).
              10 FILLER                     PIC X(01) VALUE '/'.
              10 WCI-DIA                    PIC 9(02).

       01  W-IDENTIFICACION-CORRIDA.
           05 WS-JOB-ID                     PIC X(08) VALUE SPACES.

       01  W-FECHA-EJECUCION                PIC 9(08) VALUE ZEROES.
       01  W-FECHA-EJEC-DESC REDEFINES W-FECHA-EJECUCION.
           05 WFE-ANIO                      PIC 9(04).
           05 WFE-MES                       PIC 9(02).
           05 WFE-DIA                       PIC 9(02).

      *****************************************************************
      *                                                               *
      *               P R O C E D U R E  D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO
                   UNTIL WS-FIN-SALIDA1 EQUAL 'S'
           PERFORM 3000-FINAL.
      *****************************************************************
      *                           INICIO                              *
      *****************************************************************
       1000-INICIO.
           ACCEPT W-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM 1160-CARGAR-PARAMETROS
      *    TODOS LOS CANDADOS SE REVISAN ANTES DE ABRIR EL MAESTRO
      *    EN I-O: UN CIERRE RECHAZADO NO DEBE TOCAR ENTRADA1.
           PERFORM 1120-VERIFICAR-CANDADO
           PERFORM 1130-VERIFICAR-CONCILIACION
           PERFORM 1140-VERIFICAR-HISTORICO
           PERFORM 1150-CARGAR-REGISTRO-CTL
           PERFORM 1180-CUADRAR-SALIDA1-CTL
           PERFORM 1170-CARGAR-AUDITORIA
           PERFORM 1100-ABRIR-ARCHIVOS
           PERFORM 1110-MARCAR-EN-PROCESO
           PERFORM 1200-LEER-SALIDA1.

      *****************************************************************
      *          CARGAR EL JOB-ID DE LA CORRIDA A PROMOVER            *
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
           END-IF
           DISPLAY 'CIERRE DE CICLO DEL JOB-ID: ' WS-JOB-ID.

      *****************************************************************
      *   CANDADO DE MANTENIMIENTO: CON PDMANTEMP EN VUELO EL         *
      *   MAESTRO ESTA CAMBIANDO Y NO SE PROMUEVE NADA SOBRE EL       *
      *****************************************************************
       1120-VERIFICAR-CANDADO.
           OPEN INPUT MANTLOCK
           IF WFS-MANTLOCK EQUAL '35'
      *       SIN CANDADO NO HAY MANTENIMIENTO REGISTRADO.
              CONTINUE
           ELSE
              IF WFS-MANTLOCK NOT EQUAL '00'
                 DISPLAY 'ERROR EN ARCHIVO PDMANTEMP.LCK'
                          WFS-MANTLOCK
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              READ MANTLOCK INTO WRE-REG-MANTLOCK
              IF WFS-MANTLOCK EQUAL '00' AND
                 LCK-ESTADO EQUAL 'EN PROCESO'
                 DISPLAY 'CIERRE RECHAZADO: HAY UNA CORRIDA DE '
                         'PDMANTEMP EN VUELO (' LCK-FECHA ')'
                 CLOSE MANTLOCK
                 PERFORM 3105-RECHAZAR-CIERRE
              END-IF
              CLOSE MANTLOCK
           END-IF.

      *****************************************************************
      *   CONCILIACION: LA ULTIMA LINEA DE RESULTADO DE SALIDA-       *
      *   CONCIL.TXT DEBE SER EL PASA DE PDCONCIL PARA ESTE JOB-ID.   *
      *   UNA FALLA, UNA CONCILIACION DE OTRO JOB O UN REPORTE SIN    *
      *   RESULTADO (PDCONCIL ABORTADO) RECHAZAN EL CIERRE            *
      *****************************************************************
       1130-VERIFICAR-CONCILIACION.
           MOVE SPACES TO W-LINEA-PASA
           STRING 'RESULTADO: PASA - SALIDA1, AUDITORIA Y CIFRAS '
                  'CUADRAN PARA EL JOB ' DELIMITED BY SIZE
                  WS-JOB-ID DELIMITED BY SIZE
                  INTO W-LINEA-PASA

           OPEN INPUT SALIDA-CONCIL
           IF WFS-CONCIL NOT EQUAL '00'
              DISPLAY 'CIERRE RECHAZADO: NO HAY REPORTE DE '
                      'CONCILIACION (SALIDA-CONCIL.TXT) ' WFS-CONCIL
              PERFORM 3105-RECHAZAR-CIERRE
           END-IF
           PERFORM UNTIL WFS-CONCIL NOT EQUAL '00'
              READ SALIDA-CONCIL
              IF WFS-CONCIL EQUAL '00'
                 IF REG-CONCIL(1:10) EQUAL 'RESULTADO:'
                    IF REG-CONCIL EQUAL W-LINEA-PASA
                       MOVE 'S' TO WS-CONCIL-PASA
                    ELSE
                       MOVE 'N' TO WS-CONCIL-PASA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WFS-CONCIL NOT EQUAL '10'
              DISPLAY 'HUBO UN ERROR AL LEER SALIDA-CONCIL'
                       WFS-CONCIL
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE SALIDA-CONCIL

           IF WS-CONCIL-PASA NOT EQUAL 'S'
              DISPLAY 'CIERRE RECHAZADO: PDCONCIL NO DIO PASA PARA '
                      'EL JOB ' WS-JOB-ID
              PERFORM 3105-RECHAZAR-CIERRE
           END-IF.

      *****************************************************************
      *   HISTORICO DE CIERRES: UN JOB-ID YA PROMOVIDO NO SE VUELVE   *
      *   A APLICAR (NO EXISTIR EL ARCHIVO = NINGUN CIERRE PREVIO)    *
      *****************************************************************
       1140-VERIFICAR-HISTORICO.
           OPEN INPUT CIERRE-HIST
           IF WFS-CIERRE-HIST EQUAL '35'
              CONTINUE
           ELSE
              IF WFS-CIERRE-HIST NOT EQUAL '00'
                 DISPLAY 'ERROR EN ARCHIVO PDCIERRE.HIS'
                          WFS-CIERRE-HIST
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              PERFORM UNTIL WFS-CIERRE-HIST NOT EQUAL '00'
                 READ CIERRE-HIST INTO WRE-REG-HIST
                 IF WFS-CIERRE-HIST EQUAL '00'
                    ADD 1 TO WA-CIERRES-PREVIOS
                    IF HIS-JOB-ID EQUAL WS-JOB-ID
                       DISPLAY 'CIERRE RECHAZADO: EL JOB ' WS-JOB-ID
                               ' YA FUE PROMOVIDO EL ' HIS-FECHA
                       CLOSE CIERRE-HIST
                       PERFORM 3105-RECHAZAR-CIERRE
                    END-IF
                 END-IF
              END-PERFORM
              IF WFS-CIERRE-HIST NOT EQUAL '10'
                 DISPLAY 'HUBO UN ERROR AL LEER PDCIERRE.HIS'
                          WFS-CIERRE-HIST
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              CLOSE CIERRE-HIST
           END-IF.

      *****************************************************************
      *   BUSCAR EL REGISTRO 'CTL ' DE SALIDA-CIFRAS: DEBE SER DEL    *
      *   JOB Y DE UNA CORRIDA REAL (UNA SIMULACION POSTERIOR A LA    *
      *   CONCILIACION LO HABRIA REEMPLAZADO)                         *
      *****************************************************************
       1150-CARGAR-REGISTRO-CTL.
           OPEN INPUT SALIDA-CIFRAS
           IF WFS-CIFRAS NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO SALIDA-CIFRAS' WFS-CIFRAS
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           PERFORM UNTIL WFS-CIFRAS NOT EQUAL '00'
              READ SALIDA-CIFRAS
              IF WFS-CIFRAS EQUAL '00'
                 IF REG-CIFRAS(1:4) EQUAL 'CTL '
                    MOVE REG-CIFRAS(1:59) TO WRE-REG-CTL
                    MOVE 'S'              TO WS-CTL-ENCONTRADO
                 END-IF
              END-IF
           END-PERFORM
           IF WFS-CIFRAS NOT EQUAL '10'
              DISPLAY 'HUBO UN ERROR AL LEER SALIDA-CIFRAS'
                       WFS-CIFRAS
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE SALIDA-CIFRAS

           IF WS-CTL-ENCONTRADO EQUAL 'N'
              DISPLAY 'CIERRE RECHAZADO: SALIDA-CIFRAS SIN REGISTRO '
                      'DE CONTROL CTL'
              PERFORM 3105-RECHAZAR-CIERRE
           END-IF
           IF CTL-JOB-ID NOT EQUAL WS-JOB-ID
              DISPLAY 'CIERRE RECHAZADO: REGISTRO CTL DEL JOB '
                      CTL-JOB-ID ' NO CORRESPONDE AL JOB ' WS-JOB-ID
              PERFORM 3105-RECHAZAR-CIERRE
           END-IF
           IF CTL-MODO EQUAL 'S'
              DISPLAY 'CIERRE RECHAZADO: LAS CIFRAS SON DE UNA '
                      'SIMULACION'
              PERFORM 3105-RECHAZAR-CIERRE
           END-IF.

      *****************************************************************
      *   SALIDA1 DEBE SEGUIR SIENDO EL QUE PDCONCIL CONCILIO: SU     *
      *   CONTEO Y SUMA DE SALARIOS SE RECALCULAN Y SE COMPARAN       *
      *   CONTRA EL REGISTRO CTL ANTES DE PROMOVER                    *
      *****************************************************************
       1180-CUADRAR-SALIDA1-CTL.
           OPEN INPUT SALIDA1
           IF WFS-SALIDA1 NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO SALIDA1' WFS-SALIDA1
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           PERFORM UNTIL WFS-SALIDA1 NOT EQUAL '00'
              READ SALIDA1 NEXT INTO WRE-REG-SAL1
              IF WFS-SALIDA1 EQUAL '00'
                 ADD 1            TO WA-LEIDO-SALIDA1
                 ADD SAL1-SALARIO TO WA-SUMA-SALIDA1
              END-IF
           END-PERFORM
           IF WFS-SALIDA1 NOT EQUAL '10'
              DISPLAY 'HUBO UN ERROR AL LEER SALIDA1' WFS-SALIDA1
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE SALIDA1

           IF WA-LEIDO-SALIDA1 NOT EQUAL CTL-REGISTROS OR
              WA-SUMA-SALIDA1 NOT EQUAL CTL-SUMA-SALIDA
              DISPLAY 'CIERRE RECHAZADO: SALIDA1 (' WA-LEIDO-SALIDA1
                      ' REGISTROS) YA NO CUADRA CON EL REGISTRO CTL ('
                      CTL-REGISTROS ' REGISTROS) CONCILIADO'
              PERFORM 3105-RECHAZAR-CIERRE
           END-IF.

      *****************************************************************
      *     CARGAR EN TABLA LOS EMPLEADOS CON AUDITORIA DEL JOB-ID    *
      *****************************************************************
       1170-CARGAR-AUDITORIA.
           OPEN INPUT SALIDA-AUDIT
           IF WFS-AUDIT NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO SALIDA-AUDIT' WFS-AUDIT
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           PERFORM UNTIL WFS-AUDIT NOT EQUAL '00'
              READ SALIDA-AUDIT INTO WRE-REG-AUDIT
              IF WFS-AUDIT EQUAL '00'
                 ADD 1 TO WA-LEIDO-AUDIT
      *          LOS FINIQUITOS (MARCA 'Q') SON DE TERMINADOS SIN
      *          SALARIO NUEVO: NO HAY NADA QUE PROMOVER AL MAESTRO.
                 IF AUD-JOB-ID EQUAL WS-JOB-ID AND
                    AUD-TOPE-MARCA NOT EQUAL 'F' AND
                    AUD-TOPE-MARCA NOT EQUAL 'Q'
                    PERFORM 1175-ACUMULAR-ENTRADA-AUDIT
                 END-IF
              END-IF
           END-PERFORM
      *    UNA TABLA TRUNCADA DEJARIA EMPLEADOS DEL JOB SIN PROMOVER
      *    SIN QUE NADIE LO NOTE: SE ABORTA ANTES DE TOCAR EL MAESTRO.
           IF WFS-AUDIT NOT EQUAL '10'
              DISPLAY 'HUBO UN ERROR AL LEER LA AUDITORIA' WFS-AUDIT
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE SALIDA-AUDIT
           DISPLAY 'EMPLEADOS CON AUDITORIA DEL JOB: ' WT-TOTAL-AUDIT.

      *****************************************************************
      *   ALTA DE UN EMPLEADO EN LA TABLA (O CARGA DE SU BASE SI LA   *
      *   PRIMERA ENTRADA QUE APARECIO FUE UNA REVERSION 'R')         *
      *****************************************************************
       1175-ACUMULAR-ENTRADA-AUDIT.
           MOVE 'N' TO WS-AUDIT-ENCONTRADA
           IF WT-TOTAL-AUDIT GREATER THAN ZEROES
              SET WT-IDX TO 1
              SEARCH WT-AUDIT-ENT
                 AT END
                    CONTINUE
                 WHEN WT-ID-EMP(WT-IDX) EQUAL AUD-ID-EMP
                    MOVE 'S' TO WS-AUDIT-ENCONTRADA
              END-SEARCH
           END-IF

           IF WS-AUDIT-ENCONTRADA EQUAL 'N'
              IF WT-TOTAL-AUDIT EQUAL 10000
                 DISPLAY 'TABLA DE AUDITORIA EXCEDE EL MAXIMO DE '
                         '10000 EMPLEADOS PARA UN JOB'
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              ADD 1 TO WT-TOTAL-AUDIT
              SET WT-IDX TO WT-TOTAL-AUDIT
              MOVE AUD-ID-EMP  TO WT-ID-EMP(WT-IDX)
              MOVE ZEROES      TO WT-SALARIO-ANTERIOR(WT-IDX)
              MOVE 'N'         TO WT-BASE-CARGADA(WT-IDX)
           END-IF

           IF AUD-TOPE-MARCA NOT EQUAL 'R' AND
              WT-BASE-CARGADA(WT-IDX) EQUAL 'N'
              MOVE AUD-SALARIO-ANTERIOR TO WT-SALARIO-ANTERIOR(WT-IDX)
              MOVE 'S'                  TO WT-BASE-CARGADA(WT-IDX)
           END-IF.

      *****************************************************************
      *                      ABRIR ARCHIVOS                           *
      *****************************************************************
       1100-ABRIR-ARCHIVOS.
           OPEN I-O    ENTRADA1
           OPEN INPUT  SALIDA1
           OPEN OUTPUT SALIDA-CIERRE

           IF WFS-ENTRADA1 EQUAL '00' AND
              WFS-SALIDA1 EQUAL '00' AND
              WFS-CIERRE EQUAL '00'
              MOVE 'S' TO WS-MAESTRO-ABIERTO
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE ABRIERON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR EN ARCHIVO ENTRADA1' WFS-ENTRADA1
              DISPLAY 'ERROR EN ARCHIVO SALIDA1' WFS-SALIDA1
              DISPLAY 'ERROR EN ARCHIVO SALIDA-CIERRE' WFS-CIERRE
              PERFORM 3110-FIN-PROGRAMA
           END-IF

           MOVE WFE-ANIO TO WCI-ANIO
           MOVE WFE-MES  TO WCI-MES
           MOVE WFE-DIA  TO WCI-DIA
           MOVE SPACES TO W-LINEA-CIERRE
           STRING 'PROMOCION DE SALARIOS AL MAESTRO - PDCIERRE  JOB: '
                  DELIMITED BY SIZE
                  WS-JOB-ID DELIMITED BY SIZE
                  '  FECHA: ' DELIMITED BY SIZE
                  WCI-FECHA DELIMITED BY SIZE
                  INTO W-LINEA-CIERRE
           PERFORM 3215-GRABAR-LINEA-CIERRE.

      *****************************************************************
      *        MARCAR EL CANDADO DE MANTENIMIENTO 'EN PROCESO'        *
      *****************************************************************
       1110-MARCAR-EN-PROCESO.
           OPEN OUTPUT MANTLOCK
           IF WFS-MANTLOCK NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO PDMANTEMP.LCK' WFS-MANTLOCK
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           MOVE 'S'                 TO WS-CANDADO-TOMADO
           MOVE 'EN PROCESO'        TO LCK-ESTADO
           MOVE W-FECHA-EJECUCION   TO LCK-FECHA
           WRITE REG-MANTLOCK FROM WRE-REG-MANTLOCK
           IF WFS-MANTLOCK NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR PDMANTEMP.LCK'
                       WFS-MANTLOCK
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE MANTLOCK.

      *****************************************************************
      *                        LEER SALIDA1                           *
      *****************************************************************
       1200-LEER-SALIDA1.
           READ SALIDA1 NEXT INTO WRE-REG-SAL1
           IF WFS-SALIDA1 NOT EQUAL '00'
              IF WFS-SALIDA1 EQUAL '10'
                 MOVE 'S' TO WS-FIN-SALIDA1
                 DISPLAY 'FIN DE LECTURA SALIDA1'
              ELSE
                 DISPLAY 'HUBO UN ERROR AL LEER SALIDA1' WFS-SALIDA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
           END-IF.

      *****************************************************************
      *   PROCESO: CADA REGISTRO DE SALIDA1 CON AUDITORIA DEL JOB SE  *
      *   PROMUEVE AL MAESTRO; EL ARRASTRE DE UN CICLO DELTA (SIN     *
      *   AUDITORIA DEL JOB) PERTENECE A UN JOB ANTERIOR Y NO SE TOCA *
      *****************************************************************
       2000-PROCESO.
           MOVE 'N' TO WS-AUDIT-ENCONTRADA
           IF WT-TOTAL-AUDIT GREATER THAN ZEROES
              SET WT-IDX TO 1
              SEARCH WT-AUDIT-ENT
                 AT END
                    CONTINUE
                 WHEN WT-ID-EMP(WT-IDX) EQUAL SAL1-ID-EMP
                    MOVE 'S' TO WS-AUDIT-ENCONTRADA
              END-SEARCH
           END-IF

           IF WS-AUDIT-ENCONTRADA EQUAL 'S'
              ADD 1 TO WA-DEL-JOB
              PERFORM 2100-PROMOVER-EMPLEADO
           ELSE
              ADD 1 TO WA-ARRASTRE
           END-IF

           PERFORM 1200-LEER-SALIDA1.

      *****************************************************************
      *   PROMOVER UN EMPLEADO: TRAER SU MAESTRO POR LLAVE Y DECIDIR  *
      *   ENTRE YA AL DIA, CONFLICTO (MAESTRO MODIFICADO DESPUES DE   *
      *   LA CORRIDA) O REGRABAR ENT1-SALARIO CON SAL1-SALARIO        *
      *****************************************************************
       2100-PROMOVER-EMPLEADO.
           MOVE SAL1-ID-EMP TO ENT1-ID-EMP-KEY
           READ ENTRADA1 INTO WRE-REG-ENT1
           IF WFS-ENTRADA1 EQUAL '23'
              ADD 1 TO WA-SIN-MAESTRO
              MOVE SPACES TO W-LINEA-CIERRE
              STRING SAL1-ID-EMP DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     SAL1-NOMBRE DELIMITED BY SIZE
                     ' SIN REGISTRO EN ENTRADA1, NO SE PROMUEVE'
                     DELIMITED BY SIZE
                     INTO W-LINEA-CIERRE
              PERFORM 3215-GRABAR-LINEA-CIERRE
           ELSE
              IF WFS-ENTRADA1 NOT EQUAL '00'
                 DISPLAY 'HUBO UN ERROR AL LEER ENTRADA1' WFS-ENTRADA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              IF ENT1-SALARIO-ALFA NUMERIC AND
                 ENT1-SALARIO EQUAL SAL1-SALARIO
                 ADD 1 TO WA-YA-AL-DIA
              ELSE
                 IF WT-BASE-CARGADA(WT-IDX) EQUAL 'S' AND
                    (ENT1-SALARIO-ALFA NOT NUMERIC OR
                     ENT1-SALARIO NOT EQUAL
                     WT-SALARIO-ANTERIOR(WT-IDX))
                    PERFORM 2120-REPORTAR-CONFLICTO
                 ELSE
                    PERFORM 2150-REGRABAR-MAESTRO
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *   CONFLICTO: EL MAESTRO YA NO TIENE LA BASE QUE PDACTSAL      *
      *   AUMENTO (HUBO UN CAMBIO DE PDMANTEMP DESPUES DE LA          *
      *   CORRIDA). NO SE PISA: RRHH DECIDE CUAL SALARIO VALE         *
      *****************************************************************
       2120-REPORTAR-CONFLICTO.
           ADD 1 TO WA-CONFLICTOS
           MOVE ZEROES TO WCI-SALARIO-ANTES
           IF ENT1-SALARIO-ALFA NUMERIC
              MOVE ENT1-SALARIO TO WCI-SALARIO-ANTES
           END-IF
           MOVE SAL1-SALARIO TO WCI-SALARIO-DESPUES
           MOVE SPACES TO W-LINEA-CIERRE
           STRING SAL1-ID-EMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SAL1-NOMBRE DELIMITED BY SIZE
                  ' MAESTRO: ' DELIMITED BY SIZE
                  WCI-SALARIO-ANTES DELIMITED BY SIZE
                  ' SALIDA1: ' DELIMITED BY SIZE
                  WCI-SALARIO-DESPUES DELIMITED BY SIZE
                  ' CONFLICTO, MAESTRO MODIFICADO' DELIMITED BY SIZE
                  INTO W-LINEA-CIERRE
           PERFORM 3215-GRABAR-LINEA-CIERRE.

      *****************************************************************
      *   REGRABAR ENT1-SALARIO CON EL SALARIO CONCILIADO Y DEJAR LA  *
      *   LINEA ANTES/DESPUES EN EL REGISTRO DE PROMOCION             *
      *****************************************************************
       2150-REGRABAR-MAESTRO.
           MOVE ZEROES TO WCI-SALARIO-ANTES
           IF ENT1-SALARIO-ALFA NUMERIC
              MOVE ENT1-SALARIO TO WCI-SALARIO-ANTES
              ADD ENT1-SALARIO  TO WA-SUMA-ANTES
           END-IF
           MOVE SAL1-SALARIO TO ENT1-SALARIO
           REWRITE REG-ENTRADA1 FROM WRE-REG-ENT1
           IF WFS-ENTRADA1 NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL REGRABAR ENTRADA1, EMPLEADO '
                      SAL1-ID-EMP ' ' WFS-ENTRADA1
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           ADD 1            TO WA-PROMOVIDOS
           ADD SAL1-SALARIO TO WA-SUMA-DESPUES

           MOVE SAL1-SALARIO TO WCI-SALARIO-DESPUES
           MOVE SPACES TO W-LINEA-CIERRE
           STRING SAL1-ID-EMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SAL1-NOMBRE DELIMITED BY SIZE
                  ' ANTES: ' DELIMITED BY SIZE
                  WCI-SALARIO-ANTES DELIMITED BY SIZE
                  ' DESPUES: ' DELIMITED BY SIZE
                  WCI-SALARIO-DESPUES DELIMITED BY SIZE
                  ' PROMOVIDO' DELIMITED BY SIZE
                  INTO W-LINEA-CIERRE
           PERFORM 3215-GRABAR-LINEA-CIERRE.

      *****************************************************************
      *                            FINAL                              *
      *****************************************************************
       3000-FINAL.
           CLOSE SALIDA1
           PERFORM 3050-VERIFICAR-MAESTRO
           PERFORM 3120-DETERMINAR-RETORNO
           PERFORM 3210-ESCRIBIR-CIFRAS
           PERFORM 3100-CERRAR-ARCHIVOS
      *    EL JOB SOLO SE ANOTA COMO PROMOVIDO SI EL MAESTRO QUEDO
      *    CUADRADO; UN CIERRE QUE NO CUADRA QUEDA ABIERTO PARA QUE
      *    SOPORTE LO REVISE Y LO REPITA.
           IF W-COD-RETORNO NOT GREATER THAN 04
              PERFORM 3150-GRABAR-HISTORICO
           END-IF
           PERFORM 3160-MARCAR-TERMINADO
           PERFORM 3200-CIFRAS-CONTROL
           PERFORM 3110-FIN-PROGRAMA.

      *****************************************************************
      *   SEGUNDA PASADA DE PRUEBA: RELEER SALIDA1 Y, PARA CADA       *
      *   EMPLEADO DEL JOB, EL MAESTRO POR LLAVE. TODO EMPLEADO DEL   *
      *   JOB DEBE CUADRAR SALVO LOS CONFLICTOS YA REPORTADOS         *
      *****************************************************************
       3050-VERIFICAR-MAESTRO.
           MOVE SPACES TO WS-FIN-SALIDA1
           OPEN INPUT SALIDA1
           IF WFS-SALIDA1 NOT EQUAL '00'
              DISPLAY 'ERROR AL REABRIR SALIDA1' WFS-SALIDA1
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           PERFORM 1200-LEER-SALIDA1
           PERFORM UNTIL WS-FIN-SALIDA1 EQUAL 'S'
              MOVE 'N' TO WS-AUDIT-ENCONTRADA
              IF WT-TOTAL-AUDIT GREATER THAN ZEROES
                 SET WT-IDX TO 1
                 SEARCH WT-AUDIT-ENT
                    AT END
                       CONTINUE
                    WHEN WT-ID-EMP(WT-IDX) EQUAL SAL1-ID-EMP
                       MOVE 'S' TO WS-AUDIT-ENCONTRADA
                 END-SEARCH
              END-IF
              IF WS-AUDIT-ENCONTRADA EQUAL 'S'
                 PERFORM 3055-VERIFICAR-EMPLEADO
              END-IF
              PERFORM 1200-LEER-SALIDA1
           END-PERFORM
           CLOSE SALIDA1.

      *****************************************************************
      *        COMPARAR EL MAESTRO RELEIDO CONTRA SU SALIDA1          *
      *****************************************************************
       3055-VERIFICAR-EMPLEADO.
           MOVE SAL1-ID-EMP TO ENT1-ID-EMP-KEY
           READ ENTRADA1 INTO WRE-REG-ENT1
           IF WFS-ENTRADA1 EQUAL '23'
              ADD 1 TO WA-VERIF-SIN-MAESTRO
           ELSE
              IF WFS-ENTRADA1 NOT EQUAL '00'
                 DISPLAY 'HUBO UN ERROR AL RELEER ENTRADA1'
                          WFS-ENTRADA1
                 PERFORM 3110-FIN-PROGRAMA
              END-IF
              ADD SAL1-SALARIO TO WA-VERIF-SUMA-SALIDA1
              IF ENT1-SALARIO-ALFA NUMERIC
                 ADD ENT1-SALARIO TO WA-VERIF-SUMA-MAESTRO
              END-IF
              IF ENT1-SALARIO-ALFA NUMERIC AND
                 ENT1-SALARIO EQUAL SAL1-SALARIO
                 ADD 1 TO WA-VERIF-CUADRAN
              ELSE
                 ADD 1 TO WA-VERIF-DIFIEREN
              END-IF
           END-IF.

      *****************************************************************
      *   FIJAR EL CONDITION CODE: LA SEGUNDA PASADA DEBE ENCONTRAR   *
      *   EXACTAMENTE LOS CONFLICTOS REPORTADOS COMO DIFERENCIAS; UNA *
      *   DIFERENCIA DE MAS SIGNIFICA UN MAESTRO QUE NO CUADRA (12)   *
      *****************************************************************
       3120-DETERMINAR-RETORNO.
           IF WA-VERIF-DIFIEREN NOT EQUAL WA-CONFLICTOS OR
              WA-VERIF-SIN-MAESTRO NOT EQUAL WA-SIN-MAESTRO
              MOVE 12 TO W-COD-RETORNO
           ELSE
              IF WA-CONFLICTOS GREATER THAN ZEROES OR
                 WA-SIN-MAESTRO GREATER THAN ZEROES
                 MOVE 04 TO W-COD-RETORNO
              ELSE
                 MOVE 00 TO W-COD-RETORNO
              END-IF
           END-IF.

      *****************************************************************
      *   CIFRAS DE CONTROL DEL CIERRE: CONTEOS DE LA PROMOCION,      *
      *   SUMAS ANTES/DESPUES Y PRUEBA DE CUADRE DEL MAESTRO          *
      *****************************************************************
       3210-ESCRIBIR-CIFRAS.
           MOVE WA-LEIDO-SALIDA1  TO WCI-CONTEO
           MOVE CTL-REGISTROS     TO WCI-CONTEO-B
           MOVE SPACES TO W-LINEA-CIERRE
           STRING 'REGISTROS SALIDA1          : ' DELIMITED BY SIZE
                  WCI-CONTEO DELIMITED BY SIZE
                  '  SEGUN CTL: ' DELIMITED BY SIZE
                  WCI-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-CIERRE
           PERFORM 3215-GRABAR-LINEA-CIERRE

           MOVE WA-DEL-JOB   TO WCI-CONTEO
           MOVE WA-ARRASTRE  TO WCI-CONTEO-B
           MOVE SPACES TO W-LINEA-CIERRE
           STRING 'EMPLEADOS DEL JOB          : ' DELIMITED BY SIZE
                  WCI-CONTEO DELIMITED BY SIZE
                  '  ARRASTRE DE JOBS ANTERIORES: ' DELIMITED BY SIZE
                  WCI-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-CIERRE
           PERFORM 3215-GRABAR-LINEA-CIERRE

           MOVE WA-PROMOVIDOS TO WCI-CONTEO
           MOVE WA-YA-AL-DIA  TO WCI-CONTEO-B
           MOVE SPACES TO W-LINEA-CIERRE
           STRING 'PROMOVIDOS                 : ' DELIMITED BY SIZE
                  WCI-CONTEO DELIMITED BY SIZE
                  '  YA AL DIA: ' DELIMITED BY SIZE
                  WCI-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-CIERRE
           PERFORM 3215-GRABAR-LINEA-CIERRE

           MOVE WA-CONFLICTOS  TO WCI-CONTEO
           MOVE WA-SIN-MAESTRO TO WCI-CONTEO-B
           MOVE SPACES TO W-LINEA-CIERRE
           STRING 'CONFLICTOS                 : ' DELIMITED BY SIZE
                  WCI-CONTEO DELIMITED BY SIZE
                  '  SIN MAESTRO: ' DELIMITED BY SIZE
                  WCI-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-CIERRE
           PERFORM 3215-GRABAR-LINEA-CIERRE

           MOVE WA-SUMA-ANTES   TO WCI-SUMA
           MOVE WA-SUMA-DESPUES TO WCI-SUMA-B
           MOVE SPACES TO W-LINEA-CIERRE
           STRING 'SUMA PROMOVIDA ANTES       : ' DELIMITED BY SIZE
                  WCI-SUMA DELIMITED BY SIZE
                  '  DESPUES: ' DELIMITED BY SIZE
                  WCI-SUMA-B DELIMITED BY SIZE
                  INTO W-LINEA-CIERRE
           PERFORM 3215-GRABAR-LINEA-CIERRE

           MOVE WA-VERIF-SUMA-SALIDA1 TO WCI-SUMA
           MOVE WA-VERIF-SUMA-MAESTRO TO WCI-SUMA-B
           MOVE SPACES TO W-LINEA-CIERRE
           STRING 'PRUEBA: SUMA SALIDA1 DEL JOB: ' DELIMITED BY SIZE
                  WCI-SUMA DELIMITED BY SIZE
                  '  SUMA MAESTRO: ' DELIMITED BY SIZE
                  WCI-SUMA-B DELIMITED BY SIZE
                  INTO W-LINEA-CIERRE
           PERFORM 3215-GRABAR-LINEA-CIERRE

           MOVE WA-VERIF-CUADRAN  TO WCI-CONTEO
           MOVE WA-VERIF-DIFIEREN TO WCI-CONTEO-B
           MOVE SPACES TO W-LINEA-CIERRE
           STRING 'PRUEBA: MAESTRO = SALIDA1  : ' DELIMITED BY SIZE
                  WCI-CONTEO DELIMITED BY SIZE
                  '  DIFIEREN: ' DELIMITED BY SIZE
                  WCI-CONTEO-B DELIMITED BY SIZE
                  INTO W-LINEA-CIERRE
           PERFORM 3215-GRABAR-LINEA-CIERRE

           MOVE SPACES TO W-LINEA-CIERRE
           IF W-COD-RETORNO EQUAL 00
              STRING 'RESULTADO: MAESTRO CUADRA CON SALIDA1, JOB '
                     DELIMITED BY SIZE
                     WS-JOB-ID DELIMITED BY SIZE
                     ' CERRADO' DELIMITED BY SIZE
                     INTO W-LINEA-CIERRE
           ELSE
              IF W-COD-RETORNO EQUAL 04
                 STRING 'RESULTADO: JOB ' DELIMITED BY SIZE
                        WS-JOB-ID DELIMITED BY SIZE
                        ' CERRADO CON EXCEPCIONES, VER DETALLE'
                        DELIMITED BY SIZE
                        INTO W-LINEA-CIERRE
              ELSE
                 STRING 'RESULTADO: EL MAESTRO NO CUADRA CON SALIDA1, '
                        'JOB ' DELIMITED BY SIZE
                        WS-JOB-ID DELIMITED BY SIZE
                        ' NO SE DA POR CERRADO' DELIMITED BY SIZE
                        INTO W-LINEA-CIERRE
              END-IF
           END-IF
           PERFORM 3215-GRABAR-LINEA-CIERRE
           DISPLAY W-LINEA-CIERRE.

      *****************************************************************
      *              GRABAR UNA LINEA DEL REGISTRO DE CIERRE          *
      *****************************************************************
       3215-GRABAR-LINEA-CIERRE.
           WRITE REG-CIERRE FROM W-LINEA-CIERRE
           IF WFS-CIERRE NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR EL REGISTRO DE CIERRE '
                      WFS-CIERRE
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *   ANOTAR EL JOB EN EL HISTORICO DE CIERRES (EXTEND; SE CREA   *
      *   LA PRIMERA VEZ): DESDE AQUI EL JOB YA NO PUEDE REPETIRSE    *
      *****************************************************************
       3150-GRABAR-HISTORICO.
           OPEN EXTEND CIERRE-HIST
           IF WFS-CIERRE-HIST EQUAL '35'
              OPEN OUTPUT CIERRE-HIST
           END-IF
           IF WFS-CIERRE-HIST NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO PDCIERRE.HIS' WFS-CIERRE-HIST
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           MOVE WS-JOB-ID          TO HIS-JOB-ID
           MOVE W-FECHA-EJECUCION  TO HIS-FECHA
           MOVE WA-PROMOVIDOS      TO HIS-PROMOVIDOS
           MOVE WA-SUMA-DESPUES    TO HIS-SUMA-PROMOVIDA
           MOVE W-COD-RETORNO      TO HIS-RETORNO
           WRITE REG-CIERRE-HIST FROM WRE-REG-HIST
           IF WFS-CIERRE-HIST NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR PDCIERRE.HIS'
                       WFS-CIERRE-HIST
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE CIERRE-HIST.

      *****************************************************************
      *   MARCAR EL CANDADO DE MANTENIMIENTO 'TERMINADO'. SE APAGA    *
      *   WS-CANDADO-TOMADO ANTES DE GRABAR: UN ERROR AQUI TERMINA    *
      *   POR 3110 SIN VOLVER A INTENTAR LIBERARLO                    *
      *****************************************************************
       3160-MARCAR-TERMINADO.
           MOVE 'N' TO WS-CANDADO-TOMADO
           OPEN OUTPUT MANTLOCK
           IF WFS-MANTLOCK NOT EQUAL '00'
              DISPLAY 'ERROR EN ARCHIVO PDMANTEMP.LCK' WFS-MANTLOCK
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           MOVE 'TERMINADO'         TO LCK-ESTADO
           MOVE W-FECHA-EJECUCION   TO LCK-FECHA
           WRITE REG-MANTLOCK FROM WRE-REG-MANTLOCK
           IF WFS-MANTLOCK NOT EQUAL '00'
              DISPLAY 'HUBO UN ERROR AL GRABAR PDMANTEMP.LCK'
                       WFS-MANTLOCK
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF
           CLOSE MANTLOCK.

      *****************************************************************
      *                         CERRAR ARCHIVOS                       *
      *****************************************************************
       3100-CERRAR-ARCHIVOS.
           CLOSE ENTRADA1
                 SALIDA-CIERRE
           MOVE 'N' TO WS-MAESTRO-ABIERTO

           IF WFS-ENTRADA1 EQUAL '00' AND
              WFS-CIERRE EQUAL '00'
              DISPLAY '****************************************'
              DISPLAY 'LOS ARCHIVOS SE CERRARON CORRECTAMENTE'
              DISPLAY '****************************************'
           ELSE
              DISPLAY 'ERROR AL CERRAR ARCHIVO ENTRADA1' WFS-ENTRADA1
              DISPLAY 'ERROR AL CERRAR ARCHIVO SALIDA-CIERRE'
                       WFS-CIERRE
              MOVE 12 TO W-COD-RETORNO
              PERFORM 3110-FIN-PROGRAMA
           END-IF.

      *****************************************************************
      *                 CIFRAS DE CONTROL POR CONSOLA                 *
      *****************************************************************
       3200-CIFRAS-CONTROL.
           DISPLAY 'LEIDOS SALIDA1 ' WA-LEIDO-SALIDA1
           DISPLAY 'EMPLEADOS DEL JOB ' WA-DEL-JOB
                   ' ARRASTRE ' WA-ARRASTRE
           DISPLAY 'PROMOVIDOS ' WA-PROMOVIDOS
                   ' YA AL DIA ' WA-YA-AL-DIA
           DISPLAY 'CONFLICTOS ' WA-CONFLICTOS
                   ' SIN MAESTRO ' WA-SIN-MAESTRO.

      *****************************************************************
      *   CIERRE RECHAZADO POR UN CANDADO: EL MAESTRO NO SE TOCO      *
      *****************************************************************
       3105-RECHAZAR-CIERRE.
           MOVE 08 TO W-COD-RETORNO
           PERFORM 3110-FIN-PROGRAMA.

       3110-FIN-PROGRAMA.
      *    UN ABORTE CON EL MAESTRO ABIERTO EN I-O LO CIERRA PARA NO
      *    DEJARLO MARCADO COMO ABIERTO; LO YA PROMOVIDO QUEDA AL DIA
      *    Y UNA REPETICION DEL CIERRE LO CUENTA COMO TAL.
           IF WS-MAESTRO-ABIERTO EQUAL 'S'
              CLOSE ENTRADA1
           END-IF
      *    UN ABORTE CON EL CANDADO TOMADO LO LIBERA: EL CIERRE SE
      *    REPITE DESDE EL PRINCIPIO Y NO HAY MANTENIMIENTO EN VUELO.
           IF WS-CANDADO-TOMADO EQUAL 'S'
              PERFORM 3160-MARCAR-TERMINADO
           END-IF
           MOVE W-COD-RETORNO TO RETURN-CODE
           STOP RUN.
