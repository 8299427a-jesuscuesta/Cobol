      * paso deja en BATCHLOG.DAT su inicio, su fin y su resultado,
      * y el programa termina con un unico resultado global que el
      * operador comprueba de un vistazo por la manana.
      *
      * Al arrancar pone la marca de cadena en marcha de ESTADO.DAT
      * (rutina comun ESTCAD), que los mantenimientos y el menu
      * general respetan no abriendose para actualizar, y la quita
      * al terminar. Con la marca puesta mira en SESIONES.DAT si
      * queda alguna sesion de mantenimiento de hoy abierta y,
      * segun SESABIER de PARAMS.DAT, espera a que se cierre (como
      * mucho SESESPERA minutos), avisa en el diario y sigue, o se
      * detiene sin tocar nada; lo que decide queda en el diario.
      *
      * Cada paso deja al terminar sus totales de control en
      * CTLTOT.DAT (rutina comun CTLTOT: leidos, escritos,
      * rechazados e importe), y la cadena los anota en el diario
      * tras su fin. Ademas los cuadra con los ficheros: antes de
      * los pasos de negocio, las cargas de pedidos web UD13E8
      * hechas desde la cadena anterior contra sus lineas en
      * LINPED.DAT, y las altas de clientes web UD13E23 contra
      * CLIENTES.DAT; tras la exportacion web UD18E10, STOCKWEB.CSV
      * y el PROQTY de PRODUCTO.DAT contra lo que dice haber
      * volcado; y tras el cierre de mes UD13E15, MOVCIER.DAT y
      * MOVIMIENT.DAT contra lo que dice haber pasado. Un
      * descuadre anota las cifras (las del paso y las contadas),
      * detiene la cadena y la deja DETENIDA POR DESCUADRE, que la
      * consola de operacion UD16E1 avisa en su cabecera.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            SELECT FLOG ASSIGN TO DISK 'BATCHLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FLOG.
      * Sesiones de los mantenimientos: las abiertas se vigilan
      * antes de empezar.
            SELECT FSES ASSIGN TO DISK 'SESIONES.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FSES.
      *
      * Parametros de explotacion: que hacer con las sesiones
      * abiertas y cuanto esperarlas.
            SELECT FPAR ASSIGN TO DISK 'PARAMS.DAT'
            RECORD KEY IS PARCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPAR.
      *
      * Dias formalmente cerrados por el cierre del dia UD22E5.
            SELECT FCDI ASSIGN TO DISK 'CIERREDIA.DAT'
            RECORD KEY IS CDFEC
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FCDI.
      *
      * Totales de control que deja cada paso (rutina comun
      * CTLTOT), y los ficheros con que la cadena los cuadra.
            SELECT FCTT ASSIGN TO DISK 'CTLTOT.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FCTT.
      *
            SELECT FPED ASSIGN TO DISK 'PEDIDOS.DAT'
            RECORD KEY IS PEDNUM
            ALTERNATE RECORD KEY IS PEDCLF WITH DUPLICATES
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            FILE STATUS IS FS-FPED.
      *
            SELECT FLIN ASSIGN TO DISK 'LINPED.DAT'
            RECORD KEY IS LINCLAVE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            FILE STATUS IS FS-FLIN.
      *
            SELECT FCSVW ASSIGN TO DISK 'STOCKWEB.CSV'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-FCSVW.
      *
            SELECT FCIER ASSIGN TO DISK 'MOVCIER.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FCIER.
      *
            SELECT FMOV ASSIGN TO DISK 'MOVIMIENT.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS FS-FMOV.
123456*
       DATA DIVISION.
       FILE SECTION.
           COPY REGCLI.
      *
       FD FBAKP LABEL RECORD IS STANDARD.
       01 REGBAKP     PIC X(110).
      *
       FD FBK1P LABEL RECORD IS STANDARD.
       01 REGBK1P     PIC X(110).
      *
       FD FBK2P LABEL RECORD IS STANDARD.
       01 REGBK2P     PIC X(110).
      *
       FD FBAKC LABEL RECORD IS STANDARD.
       01 REGBAKC     PIC X(120).
      *
       FD FBK1C LABEL RECORD IS STANDARD.
       01 REGBK1C     PIC X(120).
      *
       FD FBK2C LABEL RECORD IS STANDARD.
       01 REGBK2C     PIC X(120).
      *
       FD FJRN LABEL RECORD IS STANDARD.
       01 REGJRNC     PIC X(148).

       FD FCDI LABEL RECORD IS STANDARD.
           COPY REGCDI.
      *
       FD FSES LABEL RECORD IS STANDARD.
           COPY REGSES.
      *
       FD FPAR LABEL RECORD IS STANDARD.
           COPY REGPAR.
      *
       FD FCTT LABEL RECORD IS STANDARD.
           COPY REGCTT.
      *
       FD FPED LABEL RECORD IS STANDARD.
           COPY REGPED.
      *
       FD FLIN LABEL RECORD IS STANDARD.
           COPY REGLIN.
      *
       FD FCSVW LABEL RECORD IS STANDARD.
       01 LIN-CSVW    PIC X(40).
      *
      * Historia del mes cerrado, con el trazado de MOVIMIENT.DAT:
      * solo interesa la cantidad.
       FD FCIER LABEL RECORD IS STANDARD.
       01 REGCIER.
           02 FILLER   PIC X(12).
           02 CIECANT  PIC S9(5).
           02 FILLER   PIC X(32).
      *
       FD FMOV LABEL RECORD IS STANDARD.
       01 REGMVC      PIC X(49).
      *
       WORKING-STORAGE SECTION.
       77 FS-FCDI     PIC XX.
       77 TOCA-IVA    PIC X.
       77 EXISTE-CAL  PIC X.
      *
      * Modo de la facturacion masiva UD23E10: N una noche normal,
      * C el ultimo laborable del mes (emite las recapitulativas).
       77 FMA-MODO    PIC X.
      *
      * Registros copiados en el paso de copia de seguridad.
       77 NUMREG      PIC 9(5).
      *
      * Paso en curso para los totales de control: programa que
      * los deja en CTLTOT.DAT (en blanco en los pasos internos
      * de la cadena) y momento en que arranco.
       77 PASO-PRG    PIC X(8).
       01 PASO-SELLO.
           02 PSE-FEC PIC 9(8).
           02 PSE-HOR PIC 9(6).
      *
      * Ultimos totales del paso en curso en CTLTOT.DAT.
       77 HAY-TOT     PIC X.
       77 PAS-LEI     PIC 9(7).
       77 PAS-ESC     PIC 9(7).
       77 PAS-REC     PIC 9(7).
       77 PAS-IMP     PIC S9(11)V99.
       77 PAS-AUX     PIC S9(11)V99.
       77 PAS-DSD     PIC 9(10).
       77 PAS-HST     PIC 9(10).
      *
      * Cuadre: lo contado en los ficheros, descuadres hallados y
      * marca de cadena detenida por un descuadre.
       77 REAL-NUM    PIC 9(7).
       77 REAL-IMP    PIC S9(11)V99.
       77 REAL-NUM2   PIC 9(7).
       77 REAL-IMP2   PIC S9(11)V99.
       77 NUM-DESC    PIC 999.
       77 DESCUADRE   PIC X.
       77 FINCTL      PIC X.
      *
      * Cargas de pedidos web hechas desde el ultimo cuadre de la
      * cadena (registro UD13E18 en CTLTOT.DAT): lineas e importe
      * que dicen haber grabado y sus pedidos primero y ultimo.
       77 NUM-CW      PIC 99.
       77 CWIDX       PIC 99.
       01 TABLA-CW.
           02 CW-ENT OCCURS 50 TIMES.
              03 CW-ESC  PIC 9(7).
              03 CW-IMP  PIC S9(11)V99.
              03 CW-DSD  PIC 9(6).
              03 CW-HST  PIC 9(6).
       77 PED-ACT     PIC 9(7).
      *
      * Altas de clientes web (UD13E23) hechas desde el ultimo
      * cuadre: lineas tratadas, clientes creados, rechazos,
      * cuentas asociadas a un cliente existente y primer y ultimo
      * cliente creado.
       77 NUM-AW      PIC 99.
       77 AWIDX       PIC 99.
       01 TABLA-AW.
           02 AW-ENT OCCURS 50 TIMES.
              03 AW-LEI  PIC 9(7).
              03 AW-ESC  PIC 9(7).
              03 AW-REC  PIC 9(7).
              03 AW-AUX  PIC 9(7).
              03 AW-DSD  PIC 9(4).
              03 AW-HST  PIC 9(4).
       77 AW-SUMA     PIC 9(7).
       77 CLI-N4      PIC 9(4).
       77 CLI-HST     PIC X(4).
      *
      * Linea de STOCKWEB.CSV desglosada.
       77 CSV-COD     PIC X(4).
       77 CSV-VEN     PIC 9(7).
      *
      * Argumento de la rutina comun CTLTOT, para dejar constancia
      * de las cargas web ya cuadradas.
           COPY CTLTOT.
      *
      * Marca de cadena en marcha (rutina comun ESTCAD).
           COPY ESTCAD.
      *
      * Sesiones de mantenimiento abiertas: SES-MODO (SESABIER) 0
      * esperar, 1 avisar y seguir, otro valor detenerse; la espera
      * dura como mucho SES-ESPERA minutos (SESESPERA).
       77 SES-MODO    PIC 9(5).
       77 SES-ESPERA  PIC 9(5).
       77 MIN-ESPERA  PIC 9(5).
       77 NUM-ABIER   PIC 9(5).
      *
      * Aperturas de hoy sin su fin: operador, programa y hora de
      * entrada; una apertura casada con su fin se borra.
       77 NUM-TS      PIC 999.
       77 SESIDX      PIC 999.
       01 TABLA-SES.
           02 TS-ENT OCCURS 100 TIMES.
              03 TS-USU  PIC X(8).
              03 TS-PRG  PIC X(8).
              03 TS-HIN  PIC 9(6).
      *
      * Reloj de la espera, en segundos del dia.
       77 SEG-INI     PIC 9(6).
       77 SEG-ACT     PIC 9(6).
       77 SEG-PAS     PIC 9(6).
      *
      * Texto del diario para cada sesion abierta.
       01 DET-SES.
           02 FILLER   PIC X(8)  VALUE 'ABIERTA '.
           02 DET-USU  PIC X(8).
           02 FILLER   PIC X(1)  VALUE SPACES.
           02 DET-PRG  PIC X(7).
      *
       77 FS-FPROD    PIC XX.
       77 FS-FCLI     PIC XX.
       77 FS-FJRN     PIC XX.
       77 FS-FJR1     PIC XX.
       77 FS-FLOG     PIC XX.
       77 FS-FSES     PIC XX.
       77 FS-FPAR     PIC XX.
       77 FS-FCTT     PIC XX.
       77 FS-FPED     PIC XX.
       77 FS-FLIN     PIC XX.
       77 FS-FCSVW    PIC XX.
       77 FS-FCIER    PIC XX.
       77 FS-FMOV     PIC XX.
       77 MSGFS       PIC X(60) VALUE
           'ERROR DE FICHERO! Codigo de estado: '.
      *
           02 LOG-TXT  PIC X(24).
           02 LOG-REG  PIC ZZZZ9.
           02 FILLER   PIC X(8)  VALUE SPACES.
      *
      * Lineas de totales de control tras el fin de un paso, con
      * la misma cabecera (fecha, hora y paso) que LINEA-LOG:
      * recuentos, e importes si el paso los tiene.
       01 LINEA-TOT.
           02 TOT-CAB  PIC X(43).
           02 FILLER   PIC X(4)  VALUE 'Lei:'.
           02 TOT-LEI  PIC ZZZZZZ9.
           02 FILLER   PIC X(5)  VALUE ' Esc:'.
           02 TOT-ESC  PIC ZZZZZZ9.
           02 FILLER   PIC X(5)  VALUE ' Rec:'.
           02 TOT-REC  PIC ZZZZZZ9.
           02 FILLER   PIC X(2)  VALUE SPACES.
       01 LINEA-IMP.
           02 IMP-CAB  PIC X(43).
           02 FILLER   PIC X(4)  VALUE 'Imp:'.
           02 IMP-IMP  PIC -ZZZZZZZZZ9,99.
           02 FILLER   PIC X(5)  VALUE ' Aux:'.
           02 IMP-AUX  PIC -ZZZZZZZZZ9,99.
      *
      * Linea de descuadre: que cifra no cuadra y, en el orden
      * paso/contado, las dos cifras (o los pedidos de la carga).
       01 LINEA-CTL.
           02 CTL-CAB   PIC X(43).
           02 CTL-TXT   PIC X(13).
           02 CTL-DATOS PIC X(24).
       01 CTL-CUENTAS.
           02 CTL-CUE1 PIC ZZZZZZZZZ9.
           02 FILLER   PIC X     VALUE '/'.
           02 CTL-CUE2 PIC ZZZZZZZZZ9.
       01 CTL-IMPORTES.
           02 CTL-IMP1 PIC -ZZZZZZ9,99.
           02 FILLER   PIC X     VALUE '/'.
           02 CTL-IMP2 PIC -ZZZZZZ9,99.
       01 CTL-PEDIDOS.
           02 FILLER   PIC X(5)  VALUE 'Ped. '.
           02 CTL-PED1 PIC 9(6).
           02 FILLER   PIC X(3)  VALUE ' a '.
           02 CTL-PED2 PIC 9(6).
       01 CTL-CLIENTES.
           02 FILLER   PIC X(5)  VALUE 'Cli. '.
           02 CTL-CLI1 PIC 9(4).
           02 FILLER   PIC X(3)  VALUE ' a '.
           02 CTL-CLI2 PIC 9(4).
123456*
       PROCEDURE DIVISION.
       COMIENZO.
      * VALUE: el programa puede entrar varias veces por CALL
      * desde el menu general.
           MOVE 'S' TO CADENA-OK.
           MOVE 'N' TO DESCUADRE.
      * El diario es un fichero de solo-anadir: si todavia no
      * existe, OPEN EXTEND lo crea (codigo de estado '35').
           OPEN EXTEND FLOG.
      *
           PERFORM CONSULTAR-CALENDARIO.
      *
      * La marca se pone antes de mirar las sesiones: desde ese
      * momento ningun mantenimiento nuevo se abre para actualizar,
      * y solo quedan por vigilar los que ya estaban dentro.
           PERFORM PONER-MARCA.
           PERFORM VIGILAR-SESIONES.
      *
      * ************************************************
      * Pregunta al calendario que toca esta noche y deja la
      * decision anotada en el diario de ejecuciones
      * paso fallido corta los siguientes.
      * ************************************************
        PROCESO.
           IF CADENA-OK = 'S' THEN
              PERFORM PASO-BACKUP.
      *
      * Con la copia del dia asegurada, el diario de imagenes
      * anterior pasa a DIARIO.BK1 y DIARIO.DAT arranca vacio:
      * el .BAK recien tomado, y el diario no crece sin limite.
           IF CADENA-OK = 'S' THEN
              PERFORM ROTAR-DIARIO.
      *
      * Antes de que los pasos de negocio trabajen con ellos, los
      * pedidos web cargados durante el dia se cuadran con sus
      * lineas. Corre todas las noches, como las cargas.
           IF CADENA-OK = 'S' THEN
              PERFORM CUADRAR-CARGAS-WEB.
      *
           IF CADENA-OK = 'S' AND DIA-LABORA = 'S' THEN
              MOVE 'CATALOGO' TO PASO-NOM
           IF CADENA-OK = 'S' AND DIA-LABORA = 'S' THEN
              MOVE 'MIN-MAX     ' TO PASO-NOM
              PERFORM EJECUTAR-UD19E4.
      *
      * Stock que ya no tiene la vida util que exigen los clientes
      * mas estrictos, para que ventas lo coloque por la manana.
           IF CADENA-OK = 'S' AND DIA-LABORA = 'S' THEN
              MOVE 'VIDA.UTIL   ' TO PASO-NOM
              PERFORM EJECUTAR-UD19E15.
      *
      * Lista de llamadas de televenta con el ritmo de pedido de
      * cada cliente, para que el equipo la trabaje por la manana.
           IF CADENA-OK = 'S' AND DIA-LABORA = 'S' THEN
              MOVE 'LLAMADAS    ' TO PASO-NOM
              PERFORM EJECUTAR-UD18E16.
      *
           IF CADENA-OK = 'S' AND DIA-LABORA = 'S' THEN
              MOVE 'PRECIOS.PEND' TO PASO-NOM
              PERFORM EJECUTAR-UD21E11.
      *
      * La facturacion masiva de los pedidos servidos va antes de
      * los cierres, para que el mes y el libro de IVA la recojan.
           IF CADENA-OK = 'S' AND DIA-LABORA = 'S' THEN
              MOVE 'FACTURACION ' TO PASO-NOM
              PERFORM EJECUTAR-UD23E10.
      *
      * Con los pedidos de la noche expedidos y facturados, el
      * intercambio EDI carga lo que hayan mandado las cadenas y
      * les devuelve los avisos de expedicion y las facturas.
           IF CADENA-OK = 'S' AND DIA-LABORA = 'S' THEN
              MOVE 'EDI.CADENAS ' TO PASO-NOM
              PERFORM EJECUTAR-UD13E21.
      *
      * Las confirmaciones que hayan devuelto los proveedores a los
      * pedidos de compra electronicos pasan a LINCOM.DAT, para que
      * la reclamacion de la manana persiga lo que ellos prometen.
           IF CADENA-OK = 'S' AND DIA-LABORA = 'S' THEN
              MOVE 'CONF.COMPRA ' TO PASO-NOM
              PERFORM EJECUTAR-UD20E8.
      *
      * Con las facturas de la noche ya en la cola, el reparto de
      * documentos la vacia hacia DOCPAPEL.PRN y CORREO.DAT. Corre
      * todas las noches: lo encolado desde el menu un festivo
      * tambien tiene que salir.
           IF CADENA-OK = 'S' THEN
              MOVE 'ENVIO.DOCUM ' TO PASO-NOM
              PERFORM EJECUTAR-UD22E9.
      *
      * La cola de informes que los operadores dejaron durante el
      * dia se vacia tambien cada noche: lo que el ejecutor diurno
      * no llego a atender sale antes de la manana. Un informe
      * fallido queda en su peticion y no detiene la cadena.
           IF CADENA-OK = 'S' THEN
              MOVE 'COLA.INFORM ' TO PASO-NOM
              PERFORM EJECUTAR-UD13E22.
      *
      * El recorte de retencion se lanza todas las noches, sea o
      * no laborable: los ficheros de solo anadir crecen igual.
           IF CADENA-OK = 'S' THEN
           IF CADENA-OK = 'S' AND TOCA-CIERRE = 'S' THEN
              MOVE 'CIERRE.MES  ' TO PASO-NOM
              PERFORM EJECUTAR-UD13E15.
      *
      * Clientes en riesgo de cada vendedor, con el ritmo que ha
      * dejado esta noche la lista de llamadas.
           IF CADENA-OK = 'S' AND TOCA-CIERRE = 'S' THEN
              MOVE 'CLI.RIESGO  ' TO PASO-NOM
              PERFORM EJECUTAR-UD18E18.
      *
           IF CADENA-OK = 'S' AND TOCA-IVA = 'S' THEN
              MOVE 'LIBRO.IVA   ' TO PASO-NOM
              PERFORM EJECUTAR-UD12E6.
      *
      * Terminados los pasos, los mantenimientos vuelven a abrirse.
           PERFORM QUITAR-MARCA.
      *
      * Resultado global de la cadena, en una sola linea.
           MOVE 'RESULTADO' TO PASO-NOM.
           IF CADENA-OK = 'S' THEN
            ELSE
              MOVE 'CADENA DETENIDA CON ERR ' TO LOG-TXT
              MOVE 8 TO RETURN-CODE.
           IF CADENA-OK NOT = 'S' AND DESCUADRE = 'S' THEN
              MOVE 'DETENIDA POR DESCUADRE  ' TO LOG-TXT.
           MOVE 0 TO NUMREG.
           PERFORM GRABAR-LOG.
      *
           CLOSE FLOG.
      *
      * ************************************************
      * Marca de cadena en marcha en ESTADO.DAT. Si la encuentra
      * puesta, una cadena anterior no llego a quitarla: se anota
      * y se sigue. Sin marca no se para la copia de la noche,
      * pero el error queda en el diario.
      * ************************************************
       PONER-MARCA.
           MOVE 'ESTADO      ' TO PASO-NOM.
           MOVE 0 TO NUMREG.
           MOVE 'M'         TO ECA-OPER.
           MOVE 'UD13E18 '  TO ECA-PRG.
           CALL 'ESTCAD' USING ESTCAD-ARG.
           IF ECA-EN-MARCHA THEN
              MOVE 'MARCA PREVIA SIN QUITAR ' TO LOG-TXT
              PERFORM GRABAR-LOG.
           IF ECA-ERROR THEN
              MOVE 'ERROR AL PONER LA MARCA ' TO LOG-TXT
            ELSE
              MOVE 'CADENA EN MARCHA        ' TO LOG-TXT.
           PERFORM GRABAR-LOG.
      *
       QUITAR-MARCA.
           MOVE 'ESTADO      ' TO PASO-NOM.
           MOVE 0 TO NUMREG.
           MOVE 'L'         TO ECA-OPER.
           MOVE 'UD13E18 '  TO ECA-PRG.
           CALL 'ESTCAD' USING ESTCAD-ARG.
           IF ECA-ERROR THEN
              MOVE 'ERROR AL QUITAR LA MARCA' TO LOG-TXT
            ELSE
              MOVE 'CADENA LIBERADA         ' TO LOG-TXT.
           PERFORM GRABAR-LOG.
      *
      * ************************************************
      * Sesiones de mantenimiento abiertas hoy: se esperan, se
      * avisan o detienen la cadena segun SESABIER
      * ************************************************
       VIGILAR-SESIONES.
           PERFORM LEER-PARAMETROS-SES.
           MOVE 'SESIONES    ' TO PASO-NOM.
           MOVE 0 TO MIN-ESPERA.
           PERFORM CONTAR-ABIERTAS.
           IF NUM-ABIER > 0 THEN
              PERFORM ANOTAR-ABIERTAS.
      *
           IF NUM-ABIER > 0 AND SES-MODO = 0 THEN
              MOVE 'ESPERANDO CIERRE. Abier:' TO LOG-TXT
              MOVE NUM-ABIER TO NUMREG
              PERFORM GRABAR-LOG
              PERFORM ESPERAR-MINUTO
                 UNTIL NUM-ABIER = 0 OR MIN-ESPERA NOT < SES-ESPERA.
      *
           IF NUM-ABIER = 0 AND MIN-ESPERA = 0 THEN
              MOVE 'SIN SESIONES ABIERTAS   ' TO LOG-TXT
              MOVE 0 TO NUMREG.
           IF NUM-ABIER = 0 AND MIN-ESPERA NOT = 0 THEN
              MOVE 'CERRADAS TRAS ESPERA Mn:' TO LOG-TXT
              MOVE MIN-ESPERA TO NUMREG.
           IF NUM-ABIER NOT = 0 THEN
              MOVE NUM-ABIER TO NUMREG
              IF SES-MODO = 1 THEN
                 MOVE 'AVISO SESION ABIERTA:   ' TO LOG-TXT
               ELSE
                 MOVE 'DETENIDA: SESION ABIERTA' TO LOG-TXT
                 MOVE 'N' TO CADENA-OK.
           PERFORM GRABAR-LOG.
      *
      * Sin PARAMS.DAT o sin las claves: esperar, media hora.
       LEER-PARAMETROS-SES.
           MOVE 0  TO SES-MODO.
           MOVE 30 TO SES-ESPERA.
           OPEN INPUT FPAR.
           IF FS-FPAR = '00' THEN
              PERFORM LEER-CLAVES-SES.
           IF FS-FPAR NOT = '35' THEN
              CLOSE FPAR.
      *
       LEER-CLAVES-SES.
           MOVE 'SESABIER  ' TO PARCLAVE.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                                 CONTINUE.
           IF FS-FPAR = '00' THEN
              MOVE PARVAL TO SES-MODO.
           MOVE 'SESESPERA ' TO PARCLAVE.
           READ FPAR RECORD KEY IS PARCLAVE INVALID KEY
                                 CONTINUE.
           IF FS-FPAR = '00' THEN
              MOVE PARVAL TO SES-ESPERA.
      *
      * Recorre SESIONES.DAT: cada apertura de hoy entra en la
      * tabla y cada fin de hoy borra la suya; lo que queda son
      * las sesiones abiertas.
       CONTAR-ABIERTAS.
           MOVE 0 TO NUM-TS.
           MOVE 0 TO NUM-ABIER.
           OPEN INPUT FSES.
           IF FS-FSES = '00' THEN
              MOVE SPACE TO FINLEC
              PERFORM LEER-SESION
              PERFORM REVISAR-SESION UNTIL FINLEC = 'S'
              CLOSE FSES
              PERFORM CONTAR-UNA-ABIERTA
                 VARYING SESIDX FROM 1 BY 1 UNTIL SESIDX > NUM-TS.
      *
       LEER-SESION.
           READ FSES AT END MOVE 'S' TO FINLEC.
      *
       REVISAR-SESION.
           IF SESFEC = FF1 THEN
              IF SES-ABIERTA THEN
                 PERFORM APUNTAR-APERTURA
               ELSE
                 PERFORM CASAR-FIN
                    VARYING SESIDX FROM 1 BY 1 UNTIL SESIDX > NUM-TS.
           READ FSES AT END MOVE 'S' TO FINLEC.
      *
       APUNTAR-APERTURA.
           IF NUM-TS < 100 THEN
              ADD 1 TO NUM-TS
              MOVE SESUSU TO TS-USU(NUM-TS)
              MOVE SESPRG TO TS-PRG(NUM-TS)
              MOVE SESHIN TO TS-HIN(NUM-TS).
      *
       CASAR-FIN.
           IF TS-USU(SESIDX) = SESUSU AND TS-PRG(SESIDX) = SESPRG
              AND TS-HIN(SESIDX) = SESHIN THEN
              MOVE SPACES TO TS-USU(SESIDX).
      *
       CONTAR-UNA-ABIERTA.
           IF TS-USU(SESIDX) NOT = SPACES THEN
              ADD 1 TO NUM-ABIER.
      *
      * Una linea del diario por sesion abierta: quien y donde.
       ANOTAR-ABIERTAS.
           PERFORM ANOTAR-UNA-ABIERTA
              VARYING SESIDX FROM 1 BY 1 UNTIL SESIDX > NUM-TS.
      *
       ANOTAR-UNA-ABIERTA.
           IF TS-USU(SESIDX) NOT = SPACES THEN
              MOVE TS-USU(SESIDX) TO DET-USU
              MOVE TS-PRG(SESIDX) TO DET-PRG
              MOVE DET-SES TO LOG-TXT
              MOVE 0 TO NUMREG
              PERFORM GRABAR-LOG.
      *
      * Espera un minuto mirando el reloj (con el paso de la
      * medianoche resuelto) y vuelve a contar las abiertas.
       ESPERAR-MINUTO.
           ACCEPT HR1 FROM TIME.
           COMPUTE SEG-INI = HH1 * 3600 + NN1 * 60 + SS1.
           MOVE 0 TO SEG-PAS.
           PERFORM MIRAR-RELOJ UNTIL SEG-PAS NOT < 60.
           ADD 1 TO MIN-ESPERA.
           PERFORM CONTAR-ABIERTAS.
      *
       MIRAR-RELOJ.
           ACCEPT HR1 FROM TIME.
           COMPUTE SEG-ACT = HH1 * 3600 + NN1 * 60 + SS1.
           IF SEG-ACT < SEG-INI THEN
              ADD 86400 TO SEG-ACT.
           COMPUTE SEG-PAS = SEG-ACT - SEG-INI.
      *
      * ************************************************
      * Paso 1: copia de seguridad secuencial de los dos maestros,
      * la misma que dejan los mantenimientos al arrancar
      * ************************************************
       PASO-BACKUP.
           MOVE 'BACKUP' TO PASO-NOM.
           MOVE SPACES TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
      *
           PERFORM ROTAR-GENERACIONES.
      * RETURN-CODE
      * ************************************************
       EJECUTAR-UD13E5.
           MOVE 'UD13E5  ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD13E5'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD13E1.
           MOVE 'UD13E1  ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD13E1'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD13E2.
           MOVE 'UD13E2  ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD13E2'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD18E5.
           MOVE 'UD18E5  ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD18E5'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD18E7.
           MOVE 'UD18E7  ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD18E7'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD18E10.
           MOVE 'UD18E10 ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD18E10'.
           PERFORM ANOTAR-FIN.
           IF CADENA-OK = 'S' THEN
              PERFORM CUADRAR-EXP-WEB.
      *
       EJECUTAR-UD19E4.
           MOVE 'UD19E4  ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD19E4'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD19E15.
           MOVE 'UD19E15 ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD19E15'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD18E16.
           MOVE 'UD18E16 ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD18E16'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD18E18.
           MOVE 'UD18E18 ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD18E18'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD21E11.
           MOVE 'UD21E11 ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD21E11'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD23E10.
           MOVE 'UD23E10 ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 'N' TO FMA-MODO.
           IF TOCA-CIERRE = 'S' THEN
              MOVE 'C' TO FMA-MODO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD23E10' USING FMA-MODO.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD13E21.
           MOVE 'UD13E21 ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD13E21'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD20E8.
           MOVE 'UD20E8  ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD20E8'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD22E9.
           MOVE 'UD22E9  ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD22E9'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD13E22.
           MOVE 'UD13E22 ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD13E22'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD22E2.
           MOVE 'UD22E2  ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD22E2'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD22E3.
           MOVE 'UD22E3  ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD22E3'.
           PERFORM ANOTAR-FIN.
      *
       EJECUTAR-UD13E15.
           MOVE 'UD13E15 ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD13E15'.
           PERFORM ANOTAR-FIN.
           IF CADENA-OK = 'S' THEN
              PERFORM CUADRAR-CIERRE.
      *
       EJECUTAR-UD12E6.
           MOVE 'UD12E6  ' TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO RETURN-CODE.
           CALL 'UD12E6'.
           PERFORM ANOTAR-FIN.
      *
      * El inicio sella el momento del arranque: los totales de
      * control que valen son los grabados despues.
       ANOTAR-INICIO.
           ACCEPT PSE-FEC FROM DATE YYYYMMDD.
           ACCEPT HR1 FROM TIME.
           MOVE HR1(1:6) TO PSE-HOR.
           MOVE 'INICIO                  ' TO LOG-TXT.
           MOVE 0 TO NUMREG.
           PERFORM GRABAR-LOG.
              MOVE 'N' TO CADENA-OK.
           MOVE 0 TO NUMREG.
           PERFORM GRABAR-LOG.
           IF PASO-PRG NOT = SPACES THEN
              PERFORM RECOGER-TOTALES.
      *
      * ************************************************
      * Totales de control del paso: el ultimo registro de su
      * programa en CTLTOT.DAT grabado desde que arranco, anotado
      * en el diario. Un paso que no los deja (la cola de
      * informes vacia no los graba) lo dice y sigue
      * ************************************************
       RECOGER-TOTALES.
           PERFORM LEER-TOTALES.
           IF HAY-TOT = 'S' THEN
              PERFORM ANOTAR-TOTALES
            ELSE
              MOVE 'SIN TOTALES DE CONTROL  ' TO LOG-TXT
              MOVE 0 TO NUMREG
              PERFORM GRABAR-LOG.
      *
       LEER-TOTALES.
           MOVE 'N' TO HAY-TOT.
           OPEN INPUT FCTT.
           IF FS-FCTT = '00' THEN
              MOVE SPACE TO FINCTL
              PERFORM LEER-CTLTOT
              PERFORM BUSCAR-TOTALES UNTIL FINCTL = 'S'
              CLOSE FCTT.
      *
       LEER-CTLTOT.
           READ FCTT AT END MOVE 'S' TO FINCTL.
      *
       BUSCAR-TOTALES.
           IF CTTPRG = PASO-PRG AND CTTSELLO NOT < PASO-SELLO THEN
              MOVE 'S'    TO HAY-TOT
              MOVE CTTLEI TO PAS-LEI
              MOVE CTTESC TO PAS-ESC
              MOVE CTTREC TO PAS-REC
              MOVE CTTIMP TO PAS-IMP
              MOVE CTTAUX TO PAS-AUX
              MOVE CTTDSD TO PAS-DSD
              MOVE CTTHST TO PAS-HST.
           READ FCTT AT END MOVE 'S' TO FINCTL.
      *
       ANOTAR-TOTALES.
           PERFORM PONER-CABECERA.
           MOVE LINEA-LOG(1:43) TO TOT-CAB.
           MOVE PAS-LEI TO TOT-LEI.
           MOVE PAS-ESC TO TOT-ESC.
           MOVE PAS-REC TO TOT-REC.
           MOVE LINEA-TOT TO LIN-LOG.
           PERFORM ESCRIBIR-LOG.
           IF PAS-IMP NOT = 0 OR PAS-AUX NOT = 0 THEN
              MOVE LINEA-LOG(1:43) TO IMP-CAB
              MOVE PAS-IMP TO IMP-IMP
              MOVE PAS-AUX TO IMP-AUX
              MOVE LINEA-IMP TO LIN-LOG
              PERFORM ESCRIBIR-LOG.
      *
      * ************************************************
      * Cuadre de las cargas de pedidos web (UD13E8) hechas desde
      * el ultimo cuadre: las lineas de sus pedidos en LINPED.DAT
      * y su importe deben ser los que la carga dice haber grabado.
      * El cuadre deja su propio registro en CTLTOT.DAT, que marca
      * hasta donde llega: la noche siguiente solo mira las cargas
      * posteriores
      * ************************************************
       CUADRAR-CARGAS-WEB.
           MOVE 'CTL.PED.WEB ' TO PASO-NOM.
           MOVE SPACES TO PASO-PRG.
           PERFORM ANOTAR-INICIO.
           MOVE 0 TO NUM-DESC.
           MOVE 0 TO REAL-NUM2.
           MOVE 0 TO REAL-IMP2.
           PERFORM CARGAR-CARGAS-WEB.
      *
           IF NUM-CW > 0 THEN
              PERFORM CUADRAR-PEDIDOS-WEB.
           IF NUM-AW > 0 AND CADENA-OK = 'S' THEN
              PERFORM CUADRAR-ALTAS-WEB.
      *
           IF CADENA-OK = 'S' THEN
              PERFORM MARCAR-CARGAS-WEB
              IF NUM-DESC > 0 THEN
                 PERFORM DETENER-POR-DESCUADRE
               ELSE
                 MOVE 'FIN OK. Cargas:         ' TO LOG-TXT
                 MOVE NUM-CW TO NUMREG
                 PERFORM GRABAR-LOG.
      *
       CUADRAR-PEDIDOS-WEB.
           OPEN INPUT FPED.
           OPEN INPUT FLIN.
           IF FS-FPED = '00' AND FS-FLIN = '00' THEN
              PERFORM CUADRAR-UNA-CARGA
                 VARYING CWIDX FROM 1 BY 1 UNTIL CWIDX > NUM-CW
            ELSE
              PERFORM FIN-CON-ERROR.
           IF FS-FPED NOT = '35' THEN
              CLOSE FPED.
           IF FS-FLIN NOT = '35' THEN
              CLOSE FLIN.
      *
       FIN-CON-ERROR.
           MOVE 'FIN CON ERROR           ' TO LOG-TXT.
           MOVE 0 TO NUMREG.
           PERFORM GRABAR-LOG.
           MOVE 'N' TO CADENA-OK.
      *
      * Las cargas posteriores al ultimo registro del cuadre; si
      * se acumulan mas de 50, las siguientes esperan a la noche
      * siguiente.
       CARGAR-CARGAS-WEB.
           MOVE 0 TO NUM-CW.
           MOVE 0 TO NUM-AW.
           OPEN INPUT FCTT.
           IF FS-FCTT = '00' THEN
              PERFORM RECORRER-CARGAS-WEB
              CLOSE FCTT.
      *
       RECORRER-CARGAS-WEB.
           MOVE SPACE TO FINCTL.
           READ FCTT AT END MOVE 'S' TO FINCTL.
           PERFORM REVISAR-CARGA-WEB UNTIL FINCTL = 'S'.
      *
       REVISAR-CARGA-WEB.
           IF CTTPRG = 'UD13E18 ' THEN
              MOVE 0 TO NUM-CW
              MOVE 0 TO NUM-AW.
           IF CTTPRG = 'UD13E8  ' AND NUM-CW < 50 THEN
              ADD 1 TO NUM-CW
              MOVE CTTESC TO CW-ESC(NUM-CW)
              MOVE CTTIMP TO CW-IMP(NUM-CW)
              MOVE CTTDSD TO CW-DSD(NUM-CW)
              MOVE CTTHST TO CW-HST(NUM-CW).
           IF CTTPRG = 'UD13E23 ' AND NUM-AW < 50 THEN
              ADD 1 TO NUM-AW
              MOVE CTTLEI TO AW-LEI(NUM-AW)
              MOVE CTTESC TO AW-ESC(NUM-AW)
              MOVE CTTREC TO AW-REC(NUM-AW)
              MOVE CTTAUX TO AW-AUX(NUM-AW)
              MOVE CTTDSD TO AW-DSD(NUM-AW)
              MOVE CTTHST TO AW-HST(NUM-AW).
           READ FCTT AT END MOVE 'S' TO FINCTL.
      *
       CUADRAR-UNA-CARGA.
           MOVE 0 TO REAL-NUM.
           MOVE 0 TO REAL-IMP.
           IF CW-DSD(CWIDX) > 0 THEN
              PERFORM CONTAR-PEDIDO-WEB
                 VARYING PED-ACT FROM CW-DSD(CWIDX) BY 1
                 UNTIL PED-ACT > CW-HST(CWIDX).
           ADD REAL-NUM TO REAL-NUM2.
           ADD REAL-IMP TO REAL-IMP2.
      *
           IF REAL-NUM NOT = CW-ESC(CWIDX) OR
              REAL-IMP NOT = CW-IMP(CWIDX) THEN
              ADD 1 TO NUM-DESC
              MOVE 'ERROR CARGA  ' TO CTL-TXT
              MOVE CW-DSD(CWIDX) TO CTL-PED1
              MOVE CW-HST(CWIDX) TO CTL-PED2
              MOVE CTL-PEDIDOS TO CTL-DATOS
              PERFORM GRABAR-CTL
              MOVE 'ERROR LINEAS ' TO CTL-TXT
              MOVE CW-ESC(CWIDX) TO CTL-CUE1
              MOVE REAL-NUM TO CTL-CUE2
              MOVE CTL-CUENTAS TO CTL-DATOS
              PERFORM GRABAR-CTL
              MOVE 'ERROR IMPORTE' TO CTL-TXT
              MOVE CW-IMP(CWIDX) TO CTL-IMP1
              MOVE REAL-IMP TO CTL-IMP2
              MOVE CTL-IMPORTES TO CTL-DATOS
              PERFORM GRABAR-CTL.
      *
      * Solo cuentan los pedidos de la web: en el hueco entre el
      * primero y el ultimo de la carga pueden caer pedidos
      * telefonicos grabados a la vez.
       CONTAR-PEDIDO-WEB.
           MOVE PED-ACT TO PEDNUM.
           READ FPED RECORD KEY IS PEDNUM INVALID KEY
                     CONTINUE.
           IF FS-FPED = '00' AND PED-WEB THEN
              PERFORM CONTAR-LINEAS-WEB.
      *
       CONTAR-LINEAS-WEB.
           MOVE PEDNUM TO LINPED.
           MOVE 0      TO LINNUM.
           MOVE SPACE  TO FINCTL.
           START FLIN KEY IS NOT LESS LINCLAVE INVALID KEY
                                      MOVE 'S' TO FINCTL.
           IF FINCTL NOT = 'S' THEN
              READ FLIN NEXT RECORD AT END MOVE 'S' TO FINCTL.
           PERFORM SUMAR-LINEA-WEB
              UNTIL FINCTL = 'S' OR LINPED NOT = PEDNUM.
      *
       SUMAR-LINEA-WEB.
           ADD 1 TO REAL-NUM.
           COMPUTE REAL-IMP = REAL-IMP + LINCAN * LINPRE.
           READ FLIN NEXT RECORD AT END MOVE 'S' TO FINCTL.
      *
      * ************************************************
      * Cuadre de las altas de clientes web (UD13E23): cada linea
      * tratada tiene que haber acabado en cliente nuevo, rechazo o
      * cuenta asociada, y los clientes que dice haber creado tienen
      * que estar en CLIENTES.DAT entre su primer y su ultimo
      * codigo. En ese hueco caben tambien altas de UD10E1 hechas a
      * la vez, asi que solo descuadra si hay menos
      * ************************************************
       CUADRAR-ALTAS-WEB.
           OPEN INPUT FCLI.
           IF FS-FCLI = '00' THEN
              PERFORM CUADRAR-UNA-ALTA
                 VARYING AWIDX FROM 1 BY 1 UNTIL AWIDX > NUM-AW
              CLOSE FCLI
            ELSE
              PERFORM FIN-CON-ERROR.
      *
       CUADRAR-UNA-ALTA.
           MOVE 0 TO REAL-NUM.
           IF AW-ESC(AWIDX) > 0 THEN
              PERFORM CONTAR-CLIENTES-WEB.
           COMPUTE AW-SUMA = AW-ESC(AWIDX) + AW-REC(AWIDX)
                           + AW-AUX(AWIDX).
      *
           IF AW-SUMA NOT = AW-LEI(AWIDX) OR
              REAL-NUM < AW-ESC(AWIDX) THEN
              ADD 1 TO NUM-DESC
              MOVE 'ERROR ALTAS  ' TO CTL-TXT
              MOVE AW-DSD(AWIDX) TO CTL-CLI1
              MOVE AW-HST(AWIDX) TO CTL-CLI2
              MOVE CTL-CLIENTES TO CTL-DATOS
              PERFORM GRABAR-CTL
              MOVE 'ERROR LEIDAS ' TO CTL-TXT
              MOVE AW-LEI(AWIDX) TO CTL-CUE1
              MOVE AW-SUMA TO CTL-CUE2
              MOVE CTL-CUENTAS TO CTL-DATOS
              PERFORM GRABAR-CTL
              MOVE 'ERROR CLIENT.' TO CTL-TXT
              MOVE AW-ESC(AWIDX) TO CTL-CUE1
              MOVE REAL-NUM TO CTL-CUE2
              MOVE CTL-CUENTAS TO CTL-DATOS
              PERFORM GRABAR-CTL.
      *
       CONTAR-CLIENTES-WEB.
           MOVE AW-DSD(AWIDX) TO CLI-N4.
           MOVE CLI-N4 TO CLICOD.
           MOVE AW-HST(AWIDX) TO CLI-N4.
           MOVE CLI-N4 TO CLI-HST.
           MOVE SPACE TO FINCTL.
           START FCLI KEY IS NOT LESS CLICOD INVALID KEY
                                      MOVE 'S' TO FINCTL.
           IF FINCTL NOT = 'S' THEN
              READ FCLI NEXT RECORD AT END MOVE 'S' TO FINCTL.
           PERFORM SUMAR-CLIENTE-WEB
              UNTIL FINCTL = 'S' OR CLICOD > CLI-HST.
      *
       SUMAR-CLIENTE-WEB.
           ADD 1 TO REAL-NUM.
           READ FCLI NEXT RECORD AT END MOVE 'S' TO FINCTL.
      *
       MARCAR-CARGAS-WEB.
           MOVE 'UD13E18 ' TO CTA-PRG.
           MOVE NUM-CW     TO CTA-LEI.
           MOVE REAL-NUM2  TO CTA-ESC.
           MOVE NUM-DESC   TO CTA-REC.
           MOVE REAL-IMP2  TO CTA-IMP.
           MOVE NUM-AW     TO CTA-AUX.
           MOVE 0          TO CTA-DSD.
           MOVE 0          TO CTA-HST.
           CALL 'CTLTOT' USING CTLTOT-ARG.
      *
      * ************************************************
      * Cuadre de la exportacion web (UD18E10): las lineas de
      * STOCKWEB.CSV y su vendible, y los productos y el PROQTY
      * del maestro, contra lo que el paso dice; el vendible no
      * puede superar el stock
      * ************************************************
       CUADRAR-EXP-WEB.
           IF HAY-TOT NOT = 'S' THEN
              PERFORM DETENER-SIN-TOTALES
            ELSE
              PERFORM CONTAR-STOCKWEB
              PERFORM CONTAR-PRODUCTOS
              PERFORM COMPARAR-EXP-WEB.
      *
       CONTAR-STOCKWEB.
           MOVE 0 TO REAL-NUM.
           MOVE 0 TO REAL-IMP.
           OPEN INPUT FCSVW.
           IF FS-FCSVW = '00' THEN
              MOVE SPACE TO FINCTL
      * La primera linea es la cabecera de columnas.
              PERFORM LEER-STOCKWEB
              PERFORM LEER-STOCKWEB
              PERFORM SUMAR-STOCKWEB UNTIL FINCTL = 'S'
              CLOSE FCSVW.
      *
       LEER-STOCKWEB.
           IF FINCTL NOT = 'S' THEN
              READ FCSVW AT END MOVE 'S' TO FINCTL.
      *
       SUMAR-STOCKWEB.
           MOVE 0 TO CSV-VEN.
           UNSTRING LIN-CSVW DELIMITED BY ';'
               INTO CSV-COD CSV-VEN.
           ADD 1 TO REAL-NUM.
           ADD CSV-VEN TO REAL-IMP.
           READ FCSVW AT END MOVE 'S' TO FINCTL.
      *
       CONTAR-PRODUCTOS.
           MOVE 0 TO REAL-NUM2.
           MOVE 0 TO REAL-IMP2.
           OPEN INPUT FPROD.
           IF FS-FPROD = '00' THEN
              MOVE SPACE TO FINCTL
              PERFORM LEER-PRODUCTO
              PERFORM SUMAR-PRODUCTO UNTIL FINCTL = 'S'
              CLOSE FPROD.
      *
       LEER-PRODUCTO.
           READ FPROD NEXT RECORD AT END MOVE 'S' TO FINCTL.
      *
       SUMAR-PRODUCTO.
           ADD 1 TO REAL-NUM2.
           ADD PROQTY TO REAL-IMP2.
           READ FPROD NEXT RECORD AT END MOVE 'S' TO FINCTL.
      *
       COMPARAR-EXP-WEB.
           MOVE 0 TO NUM-DESC.
           IF REAL-NUM NOT = PAS-ESC THEN
              ADD 1 TO NUM-DESC
              MOVE 'ERROR LIN.CSV' TO CTL-TXT
              MOVE PAS-ESC  TO CTL-CUE1
              MOVE REAL-NUM TO CTL-CUE2
              MOVE CTL-CUENTAS TO CTL-DATOS
              PERFORM GRABAR-CTL.
           IF REAL-IMP NOT = PAS-IMP THEN
              ADD 1 TO NUM-DESC
              MOVE 'ERROR VENDIB.' TO CTL-TXT
              MOVE PAS-IMP  TO CTL-IMP1
              MOVE REAL-IMP TO CTL-IMP2
              MOVE CTL-IMPORTES TO CTL-DATOS
              PERFORM GRABAR-CTL.
           IF REAL-NUM2 NOT = PAS-LEI THEN
              ADD 1 TO NUM-DESC
              MOVE 'ERROR PRODUC.' TO CTL-TXT
              MOVE PAS-LEI   TO CTL-CUE1
              MOVE REAL-NUM2 TO CTL-CUE2
              MOVE CTL-CUENTAS TO CTL-DATOS
              PERFORM GRABAR-CTL.
           IF REAL-IMP2 NOT = PAS-AUX THEN
              ADD 1 TO NUM-DESC
              MOVE 'ERROR PROQTY ' TO CTL-TXT
              MOVE PAS-AUX   TO CTL-IMP1
              MOVE REAL-IMP2 TO CTL-IMP2
              MOVE CTL-IMPORTES TO CTL-DATOS
              PERFORM GRABAR-CTL.
           IF PAS-IMP > PAS-AUX THEN
              ADD 1 TO NUM-DESC
              MOVE 'ERROR STOCK  ' TO CTL-TXT
              MOVE PAS-IMP TO CTL-IMP1
              MOVE PAS-AUX TO CTL-IMP2
              MOVE CTL-IMPORTES TO CTL-DATOS
              PERFORM GRABAR-CTL.
           IF NUM-DESC > 0 THEN
              PERFORM DETENER-POR-DESCUADRE.
      *
      * ************************************************
      * Cuadre del cierre de mes (UD13E15), solo si en esta pasada
      * reescribio el libro: MOVCIER.DAT (si tambien lo construyo
      * ahora) con lo pasado a la historia, y MOVIMIENT.DAT con lo
      * que dejo en el libro nuevo
      * ************************************************
       CUADRAR-CIERRE.
           IF HAY-TOT NOT = 'S' THEN
              PERFORM DETENER-SIN-TOTALES
            ELSE
              IF PAS-DSD NOT = 0 THEN
                 PERFORM COMPARAR-CIERRE.
      *
       COMPARAR-CIERRE.
           MOVE 0 TO NUM-DESC.
           IF PAS-HST = 1 THEN
              PERFORM CONTAR-MOVCIER
              PERFORM COMPARAR-MOVCIER.
      *
           MOVE 0 TO REAL-NUM2.
           OPEN INPUT FMOV.
           IF FS-FMOV = '00' THEN
              MOVE SPACE TO FINCTL
              PERFORM LEER-MOVIMIENTO
              PERFORM SUMAR-MOVIMIENTO UNTIL FINCTL = 'S'
              CLOSE FMOV.
           IF REAL-NUM2 NOT = PAS-AUX THEN
              ADD 1 TO NUM-DESC
              MOVE 'ERROR LIBRO  ' TO CTL-TXT
              MOVE PAS-AUX   TO CTL-CUE1
              MOVE REAL-NUM2 TO CTL-CUE2
              MOVE CTL-CUENTAS TO CTL-DATOS
              PERFORM GRABAR-CTL.
      *
           IF NUM-DESC > 0 THEN
              PERFORM DETENER-POR-DESCUADRE.
      *
       LEER-MOVIMIENTO.
           READ FMOV AT END MOVE 'S' TO FINCTL.
      *
       CONTAR-MOVCIER.
           MOVE 0 TO REAL-NUM.
           MOVE 0 TO REAL-IMP.
           OPEN INPUT FCIER.
           IF FS-FCIER = '00' THEN
              MOVE SPACE TO FINCTL
              PERFORM LEER-MOVCIER
              PERFORM SUMAR-MOVCIER UNTIL FINCTL = 'S'
              CLOSE FCIER.
      *
       LEER-MOVCIER.
           READ FCIER AT END MOVE 'S' TO FINCTL.
      *
       SUMAR-MOVCIER.
           ADD 1 TO REAL-NUM.
           ADD CIECANT TO REAL-IMP.
           READ FCIER AT END MOVE 'S' TO FINCTL.
      *
       COMPARAR-MOVCIER.
           IF REAL-NUM NOT = PAS-ESC THEN
              ADD 1 TO NUM-DESC
              MOVE 'ERROR MOVCIER' TO CTL-TXT
              MOVE PAS-ESC  TO CTL-CUE1
              MOVE REAL-NUM TO CTL-CUE2
              MOVE CTL-CUENTAS TO CTL-DATOS
              PERFORM GRABAR-CTL.
           IF REAL-IMP NOT = PAS-IMP THEN
              ADD 1 TO NUM-DESC
              MOVE 'ERROR CANTID.' TO CTL-TXT
              MOVE PAS-IMP  TO CTL-IMP1
              MOVE REAL-IMP TO CTL-IMP2
              MOVE CTL-IMPORTES TO CTL-DATOS
              PERFORM GRABAR-CTL.
      *
       SUMAR-MOVIMIENTO.
           ADD 1 TO REAL-NUM2.
           READ FMOV AT END MOVE 'S' TO FINCTL.
      *
      * ************************************************
      * Un descuadre detiene la cadena: los pasos siguientes no
      * corren sobre datos que no cuadran
      * ************************************************
       DETENER-POR-DESCUADRE.
           MOVE 'DETENIDA POR DESCUADRE  ' TO LOG-TXT.
           MOVE NUM-DESC TO NUMREG.
           PERFORM GRABAR-LOG.
           MOVE 'S' TO DESCUADRE.
           MOVE 'N' TO CADENA-OK.
      *
      * Un paso que se cuadra y no dejo sus totales (CTLTOT.DAT no
      * se pudo grabar) no se puede dar por bueno.
       DETENER-SIN-TOTALES.
           MOVE 'DETENIDA: SIN TOTALES   ' TO LOG-TXT.
           MOVE 0 TO NUMREG.
           PERFORM GRABAR-LOG.
           MOVE 'N' TO CADENA-OK.
      *
       GRABAR-CTL.
           PERFORM PONER-CABECERA.
           MOVE LINEA-LOG(1:43) TO CTL-CAB.
           MOVE LINEA-CTL TO LIN-LOG.
           PERFORM ESCRIBIR-LOG.
      *
      * ************************************************
      * Anota una linea en BATCHLOG.DAT con la hora actual
      * ************************************************
       GRABAR-LOG.
           PERFORM PONER-CABECERA.
           MOVE NUMREG   TO LOG-REG.
           MOVE LINEA-LOG TO LIN-LOG.
           PERFORM ESCRIBIR-LOG.
      *
       PONER-CABECERA.
           ACCEPT HR1 FROM TIME.
           MOVE HH1 TO HH2.
           MOVE NN1 TO NN2.
           MOVE NN2  TO LOG-NN.
           MOVE SS2  TO LOG-SS.
           MOVE PASO-NOM TO LOG-PASO.
      *
       ESCRIBIR-LOG.
           WRITE LIN-LOG.
           IF FS-FLOG NOT = '00' THEN
              PERFORM ERROR-FICHERO-FLOG.
