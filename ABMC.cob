                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-usuarios-status.
           SELECT COMPROBANTES
               ASSIGN TO "..\comprobantes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cpb-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-comprobantes-status.
           SELECT APLICACIONES
               ASSIGN TO "..\aplicaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS apl-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-aplicaciones-status.
           SELECT LICENCIAS
               ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-licencias-status.

       DATA DIVISION.
       FILE SECTION.
               88 SOC-ACTIVO      VALUE "A".
               88 SOC-INACTIVO    VALUE "I".
               88 SOC-HONORARIO   VALUE "H".
               88 SOC-LICENCIA    VALUE "L".
           03 soc-dni          PIC 9(8).
           03 soc-domicilio    PIC X(30).
           03 soc-telefono     PIC X(15).
               05 soc-alta-mes  PIC 99.
               05 soc-alta-dia  PIC 99.
           03 soc-categoria    PIC 99.
           03 soc-fecha-nac.
               05 soc-nac-anio  PIC 9(4).
               05 soc-nac-mes   PIC 99.
               05 soc-nac-dia   PIC 99.
       FD  MOVSOCIOS.
       01  mov-reg.
           03 mov-clave.
               88 PERFIL-CONSULTA   VALUE "C".
               88 PERFIL-OPERADOR   VALUE "O".
               88 PERFIL-SUPERVISOR VALUE "S".
      * Cuenta corriente por comprobante: cada cargo al socio queda
      * con su periodo, su importe y lo que falta cancelar. La clave
      * socio + numero sigue el orden de emision (el mas viejo
      * primero).
       FD  COMPROBANTES.
       01  cpb-reg.
           03 cpb-clave.
               05 cpb-cod       PIC 9(6).
               05 cpb-nro       PIC 9(6).
           03 cpb-tipo          PIC X(5).
           03 cpb-periodo.
               05 cpb-per-anio  PIC 99.
               05 cpb-per-mes   PIC 99.
           03 cpb-fecha.
               05 cpb-anio      PIC 99.
               05 cpb-mes       PIC 99.
               05 cpb-dia       PIC 99.
           03 cpb-importe       PIC 9(6)V99.
           03 cpb-pendiente     PIC 9(6)V99.
      * Imputacion de cada pago a los comprobantes que cancelo. El
      * origen dice quien pago: "R" recibo de cobranzas, "D" debito
      * automatico, "C" convenio, "M" modificacion de saldo, "N" nota
      * de credito; el numero es el del recibo o la nota o, si no hay
      * comprobante, la secuencia del movimiento. Estado "V" vigente,
      * "A" anulada.
       FD  APLICACIONES.
       01  apl-reg.
           03 apl-clave.
               05 apl-cod       PIC 9(6).
               05 apl-origen    PIC X.
               05 apl-numero    PIC 9(8).
               05 apl-renglon   PIC 9(3).
           03 apl-cpb-nro       PIC 9(6).
           03 apl-tipo          PIC X(5).
           03 apl-periodo.
               05 apl-per-anio  PIC 99.
               05 apl-per-mes   PIC 99.
           03 apl-importe       PIC 9(6)V99.
           03 apl-estado        PIC X.
      * Licencia del socio (una por socio, la ultima cargada). Estado
      * "P" cargada y todavia no empezo, "V" en curso (el socio queda
      * en estado "L"), "F" terminada. lic-estado-socio guarda el
      * estado que tenia el socio, para devolverselo al terminar.
       FD  LICENCIAS.
       01  lic-reg.
           03 lic-cod           PIC 9(6).
           03 lic-desde.
               05 lic-desde-anio PIC 99.
               05 lic-desde-mes  PIC 99.
               05 lic-desde-dia  PIC 99.
           03 lic-hasta.
               05 lic-hasta-anio PIC 99.
               05 lic-hasta-mes  PIC 99.
               05 lic-hasta-dia  PIC 99.
           03 lic-motivo        PIC X(30).
           03 lic-estado        PIC X.
               88 LIC-PENDIENTE    VALUE "P".
               88 LIC-VIGENTE      VALUE "V".
               88 LIC-FINALIZADA   VALUE "F".
           03 lic-estado-socio  PIC X.
           03 lic-usuario       PIC X(8).
       WORKING-STORAGE SECTION.

      ******************************************************************
           03 filler pic x(27)  value spaces.
       01  linea8c.
           03 filler pic x(35)  value spaces.
           03 filler pic x(13)  value "7 - LICENCIAS".
           03 filler pic x(32)  value spaces.
       01  linea8d.
           03 filler pic x(35)  value spaces.
           03 filler pic x(9)   value "8 - SALIR".
           03 filler pic x(36)  value spaces.
       01  linea9.
           03 filler pic x(80)  value spaces.
       77  w-fin-secuencia    PIC X.
       77  w-mov-grabado      PIC X.
       77  w-mov-intentos     PIC 9.
       77  ws-comprobantes-status PIC XX.
       77  w-fin-comprobantes   PIC X.
       77  ws-aplicaciones-status PIC XX.
       77  w-importe-imputar    PIC 9(6)V99.
       77  w-resto-imputar      PIC 9(6)V99.
       77  w-imputado           PIC 9(6)V99.
       77  w-total-imputado     PIC 9(6)V99.
       77  w-apl-origen         PIC X.
       77  w-apl-numero         PIC 9(8).
       77  w-apl-renglon        PIC 9(3).
       77  w-cpb-abierto        PIC X.
       77  ws-licencias-status  PIC XX.
       77  w-opcion-licencia    PIC 9.
       77  w-licencia-existe    PIC X.
       77  w-licencia-abierta   PIC X.
       77  w-acuerdo-licencia   PIC X.
       77  ws-grupos-status   PIC XX.
       77  ws-parflia-status  PIC XX.
       77  w-opcion-grupo     PIC 9.
           END-IF.
           IF w-archivo-ok = "S" AND w-login-ok = "S"
               PERFORM 040-INGRESO-GENERAL
               PERFORM 060-MENU-OPCIONES UNTIL opcion = 8
           END-IF.
           PERFORM 080-FIN-GENERAL.
           STOP RUN.
               IF w-archivo-ok = "S"
                   PERFORM 028-ABRIR-GRUPOS
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 029-ABRIR-LICENCIAS
               END-IF
               IF w-archivo-ok NOT = "S"
                   CLOSE SOCIOS
               END-IF
               CLOSE SESIONLOG
           END-IF.

       029-ABRIR-LICENCIAS.
           OPEN I-O LICENCIAS.
           IF ws-licencias-status = "35"
               OPEN OUTPUT LICENCIAS
               CLOSE LICENCIAS
               OPEN I-O LICENCIAS
           END-IF.
           IF ws-licencias-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo LICENCIAS. Status: "
                       ws-licencias-status
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
               CLOSE SESIONLOG
               CLOSE GRUPOS
           END-IF.

      * Ninguna terminal entra sin identificarse: el usuario y perfil
      * logueados firman el log de sesion y deciden que opciones del
      * menu se pueden usar. Los usuarios se cargan con su propio

       040-INGRESO-GENERAL.
           PERFORM 045-TRAIGO-OPC.
           PERFORM 050-ERROR-INGRESO UNTIL opcion >= 1 AND <= 8.

       045-TRAIGO-OPC.
           PERFORM 047-MUESTRO-MENU.
           DISPLAY linea8.
           DISPLAY linea8b.
           DISPLAY linea8c.
           DISPLAY linea8d.
           DISPLAY linea9.
           DISPLAY linea10.

           MOVE anio   TO l-anio.

       050-ERROR-INGRESO.
           display "Error, te dije un número entre 1 y 8".
           PERFORM 055-PAUSA-PANTALLA.
           PERFORM 045-TRAIGO-OPC.

           PERFORM 057-TRAIGO-ENTER.

      * El perfil consulta solo ve: CONSULTAS y LISTADO. Las altas,
      * bajas, modificaciones, el grupo familiar y las licencias
      * quedan para operadores y supervisores.
       060-MENU-OPCIONES.
           IF w-perfil = "C" AND opcion NOT = 4 AND opcion NOT = 5
               DISPLAY "SIN PERMISO PARA ESTA OPCION (PERFIL "
                       WHEN 4 PERFORM 500-CONSULTAS
                       WHEN 5 PERFORM 600-LISTADO
                       WHEN 6 PERFORM 800-GRUPO-FAMILIAR
                       WHEN 7 PERFORM 900-LICENCIAS
               END-EVALUATE
           END-IF.
           PERFORM 040-INGRESO-GENERAL.
               CLOSE MOVSOCIOS
               CLOSE SESIONLOG
               CLOSE GRUPOS
               CLOSE LICENCIAS
           END-IF.

      ******************************************************************
           PERFORM 244-INGRESO-TELEFONO.
           PERFORM 244-INGRESO-EMAIL.
           PERFORM 244-INGRESO-CATEGORIA.
           PERFORM 244-INGRESO-FECHA-NAC.

       244-INGRESO-NOMBRE.
           DISPLAY "Ingrese el nombre del Socio: ".
           DISPLAY "Ingrese la fecha de alta del Socio (AAMMDD): ".
           ACCEPT soc-fecha-alta.

      * La fecha de nacimiento va con el anio completo: con dos
      * digitos no se distingue un socio de 1950 de uno de 2050.
       244-INGRESO-FECHA-NAC.
           DISPLAY "Ingrese la fecha de nacimiento del Socio "
                   "(AAAAMMDD): ".
           ACCEPT soc-fecha-nac.
           PERFORM 245-ERROR-FECHA-NAC
               UNTIL soc-nac-anio >= 1900
                 AND soc-nac-mes >= 1 AND soc-nac-mes <= 12
                 AND soc-nac-dia >= 1 AND soc-nac-dia <= 31.

       245-ERROR-FECHA-NAC.
           DISPLAY "Error, la fecha debe tener formato AAAAMMDD con "
                   "anio desde 1900, mes 01-12 y dia 01-31".
           DISPLAY "Ingrese la fecha de nacimiento del Socio "
                   "(AAAAMMDD): ".
           ACCEPT soc-fecha-nac.

       246-GRABAR-REGISTRO.
           MOVE 0 TO w-saldo-anterior.
           MOVE "A" TO soc-estado.
           DISPLAY "9 - CATEGORIA: " soc-categoria.
           DISPLAY "10 - FECHA DE ALTA: " soc-alta-dia "/"
                   soc-alta-mes "/20" soc-alta-anio.
           DISPLAY "11 - FECHA DE NACIMIENTO: " soc-nac-dia "/"
                   soc-nac-mes "/" soc-nac-anio.

       440-ELIJO-CAMPO.
           DISPLAY lin-espacion-blanco
           DISPLAY "8 - CAMPO EMAIL"
           DISPLAY "9 - CAMPO CATEGORIA"
           DISPLAY "10 - CAMPO FECHA DE ALTA"
           DISPLAY "11 - CAMPO FECHA DE NACIMIENTO"
           DISPLAY "0 - SALIR".
           ACCEPT W-CAMPO.

                   PERFORM 244-INGRESO-SALDO
                   PERFORM 450-GRABAR-MODIFICACION
               WHEN 4
                   IF SOC-LICENCIA
                       DISPLAY "EL SOCIO ESTA DE LICENCIA: SE REACTIVA "
                               "DESDE LA OPCION LICENCIAS"
                   ELSE
                       PERFORM 444-INGRESO-ESTADO
                       PERFORM 450-GRABAR-MODIFICACION
                   END-IF
               WHEN 5
                   PERFORM 244-INGRESO-DNI
                   PERFORM 450-GRABAR-MODIFICACION
               WHEN 10
                   PERFORM 244-INGRESO-FECHA-ALTA
                   PERFORM 450-GRABAR-MODIFICACION
               WHEN 11
                   PERFORM 244-INGRESO-FECHA-NAC
                   PERFORM 450-GRABAR-MODIFICACION
               WHEN 0
                    DISPLAY lin-espacion-blanco
                    DISPLAY "MODIFICACION CANCELADA"
       460-GRABAR-MOVIMIENTO-SI-CAMBIO.
           IF soc-saldo NOT = w-saldo-anterior
               PERFORM 248-GRABAR-MOVIMIENTO
               IF soc-saldo > w-saldo-anterior AND
                  w-saldo-anterior < 0
                   PERFORM 465-IMPUTAR-MODIFICACION
               END-IF
           END-IF.

      * Si la correccion manual del saldo le baja la deuda al socio,
      * lo que se le perdono cancela sus comprobantes pendientes, del
      * mas viejo al mas nuevo, igual que un pago. La imputacion queda
      * colgada de la secuencia del movimiento MODI.
       465-IMPUTAR-MODIFICACION.
           MOVE "S" TO w-cpb-abierto.
           OPEN I-O COMPROBANTES.
           IF ws-comprobantes-status = "35"
               OPEN OUTPUT COMPROBANTES
               CLOSE COMPROBANTES
               OPEN I-O COMPROBANTES
           END-IF.
           IF ws-comprobantes-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo COMPROBANTES. "
                       "Status: " ws-comprobantes-status
               MOVE "N" TO w-cpb-abierto
           ELSE
               PERFORM 467-ABRIR-APLICACIONES
           END-IF.
           IF w-cpb-abierto = "S"
               MOVE "M"            TO w-apl-origen
               MOVE w-mov-sec-prox TO w-apl-numero
               COMPUTE w-importe-imputar = soc-saldo - w-saldo-anterior
               PERFORM 470-IMPUTAR-PAGO
               CLOSE COMPROBANTES
               CLOSE APLICACIONES
           ELSE
               DISPLAY "LA CORRECCION NO SE IMPUTO A COMPROBANTES"
           END-IF.

       467-ABRIR-APLICACIONES.
           OPEN I-O APLICACIONES.
           IF ws-aplicaciones-status = "35"
               OPEN OUTPUT APLICACIONES
               CLOSE APLICACIONES
               OPEN I-O APLICACIONES
           END-IF.
           IF ws-aplicaciones-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo APLICACIONES. "
                       "Status: " ws-aplicaciones-status
               MOVE "N" TO w-cpb-abierto
               CLOSE COMPROBANTES
           END-IF.

      ********* I M P U T A C I O N  A  C O M P R O B A N T E S *******

      * El pago se imputa a los comprobantes pendientes del socio, el
      * mas viejo primero (la clave socio + numero sigue el orden de
      * emision). Cada comprobante tocado deja su renglon en
      * APLICACIONES con el origen y numero del pago, para poder
      * mostrar que periodos cancelo y para que una anulacion deshaga
      * exactamente lo mismo. Lo que sobra queda como saldo a favor.
       470-IMPUTAR-PAGO.
           MOVE w-importe-imputar TO w-resto-imputar.
           MOVE 0 TO w-total-imputado.
           MOVE 0 TO w-apl-renglon.
           MOVE "N" TO w-fin-comprobantes.
           MOVE soc-cod TO cpb-cod.
           MOVE 0 TO cpb-nro.
           START COMPROBANTES KEY IS >= cpb-clave
               INVALID KEY
                   MOVE "S" TO w-fin-comprobantes
           END-START.
           PERFORM 472-IMPUTAR-COMPROBANTE
               UNTIL w-fin-comprobantes = "S" OR w-resto-imputar = 0.

       472-IMPUTAR-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod NOT = soc-cod
                       MOVE "S" TO w-fin-comprobantes
                   ELSE
                       IF cpb-pendiente > 0
                           PERFORM 474-CANCELAR-COMPROBANTE
                       END-IF
                   END-IF
           END-READ.

       474-CANCELAR-COMPROBANTE.
           IF cpb-pendiente > w-resto-imputar
               MOVE w-resto-imputar TO w-imputado
           ELSE
               MOVE cpb-pendiente TO w-imputado
           END-IF.
           SUBTRACT w-imputado FROM cpb-pendiente.
           REWRITE cpb-reg
               INVALID KEY
                   DISPLAY "ERROR GRABANDO EL COMPROBANTE " cpb-nro
                           " DEL SOCIO " soc-cod
               NOT INVALID KEY
                   SUBTRACT w-imputado FROM w-resto-imputar
                   ADD w-imputado TO w-total-imputado
                   PERFORM 476-GRABAR-APLICACION
           END-REWRITE.

       476-GRABAR-APLICACION.
           ADD 1 TO w-apl-renglon.
           MOVE SPACES          TO apl-reg.
           MOVE soc-cod         TO apl-cod.
           MOVE w-apl-origen    TO apl-origen.
           MOVE w-apl-numero    TO apl-numero.
           MOVE w-apl-renglon   TO apl-renglon.
           MOVE cpb-nro         TO apl-cpb-nro.
           MOVE cpb-tipo        TO apl-tipo.
           MOVE cpb-periodo     TO apl-periodo.
           MOVE w-imputado      TO apl-importe.
           MOVE "V"             TO apl-estado.
           WRITE apl-reg INVALID KEY
                           DISPLAY "ERROR GRABANDO LA IMPUTACION DEL "
                                   "SOCIO " soc-cod
           END-WRITE.

      ******************************************************************
      ************************ R U T I N A S OPC-4 *********************
           DISPLAY "FECHA DE ALTA: " soc-alta-dia "/" soc-alta-mes
                   "/20" soc-alta-anio.
           DISPLAY "CATEGORIA: " soc-categoria.
           DISPLAY "FECHA DE NACIMIENTO: " soc-nac-dia "/" soc-nac-mes
                   "/" soc-nac-anio.
           MOVE soc-cod TO w-titular-grupo.
           PERFORM 855-MOSTRAR-COMPOSICION.

               DISPLAY "BONIFICACION GRABADA"
           END-IF.

      ******************************************************************
      ************************ R U T I N A S OPC-7 *********************
      ******************************************************************

      * Licencias: el socio pide no usar el club por un tiempo (viaje,
      * lesion, temporada afuera). Mientras dura queda en estado "L":
      * la cuota mensual le cobra la tarifa de licencia de su
      * categoria y no se le cargan actividades, recargos ni debitos.
      * La licencia que empieza hoy o antes arranca en el momento; la
      * que empieza mas adelante la arranca el proceso de licencias
      * (reactivar_licencias), que tambien reactiva al socio cuando
      * vence.
       900-LICENCIAS.
           PERFORM 905-MENU-LICENCIA.
           PERFORM 907-PROCESO-LICENCIA UNTIL w-opcion-licencia = 4.

       905-MENU-LICENCIA.
           DISPLAY lin-espacion-blanco.
           DISPLAY "LICENCIAS".
           DISPLAY "1 - CARGAR LICENCIA".
           DISPLAY "2 - CONSULTAR LICENCIA".
           DISPLAY "3 - TERMINAR O ANULAR LICENCIA".
           DISPLAY "4 - VOLVER".
           DISPLAY "Introduzca una opcion: ".
           ACCEPT w-opcion-licencia.

       907-PROCESO-LICENCIA.
           EVALUATE w-opcion-licencia
               WHEN 1 PERFORM 910-CARGAR-LICENCIA
               WHEN 2 PERFORM 950-CONSULTAR-LICENCIA
               WHEN 3 PERFORM 970-TERMINAR-LICENCIA
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
           PERFORM 905-MENU-LICENCIA.

       910-CARGAR-LICENCIA.
           DISPLAY "Ingrese el codigo del socio: ".
           ACCEPT soc-cod.
           READ SOCIOS INVALID KEY
                   DISPLAY "SOCIO INEXISTENTE"
               NOT INVALID KEY
                   PERFORM 912-VALIDAR-LICENCIA
           END-READ.

       912-VALIDAR-LICENCIA.
           EVALUATE TRUE
               WHEN SOC-INACTIVO
                   DISPLAY "EL SOCIO ESTA DADO DE BAJA"
               WHEN SOC-LICENCIA
                   DISPLAY "EL SOCIO YA ESTA DE LICENCIA"
               WHEN OTHER
                   PERFORM 914-LEER-LICENCIA
                   IF w-licencia-abierta = "S"
                       DISPLAY "EL SOCIO YA TIENE UNA LICENCIA CARGADA "
                               "DESDE " lic-desde " HASTA " lic-hasta
                   ELSE
                       PERFORM 920-INGRESAR-LICENCIA
                   END-IF
           END-EVALUATE.

       914-LEER-LICENCIA.
           MOVE "N" TO w-licencia-existe.
           MOVE "N" TO w-licencia-abierta.
           MOVE soc-cod TO lic-cod.
           READ LICENCIAS INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO w-licencia-existe
                   IF LIC-PENDIENTE OR LIC-VIGENTE
                       MOVE "S" TO w-licencia-abierta
                   END-IF
           END-READ.

       920-INGRESAR-LICENCIA.
           DISPLAY "Socio: " soc-cod " " soc-nom.
           MOVE SPACES TO lic-reg.
           MOVE soc-cod TO lic-cod.
           PERFORM 922-INGRESO-DESDE.
           PERFORM 924-INGRESO-HASTA.
           PERFORM 926-INGRESO-MOTIVO.
           MOVE "P"        TO lic-estado.
           MOVE soc-estado TO lic-estado-socio.
           MOVE w-usuario  TO lic-usuario.
           IF lic-desde <= fecha
               PERFORM 930-INICIAR-LICENCIA
           ELSE
               DISPLAY "LICENCIA CARGADA, COMIENZA EL " lic-desde
           END-IF.
           PERFORM 928-GRABAR-LICENCIA.

       922-INGRESO-DESDE.
           DISPLAY "Ingrese la fecha de inicio de la licencia "
                   "(AAMMDD): ".
           ACCEPT lic-desde.
           PERFORM 923-ERROR-DESDE
               UNTIL lic-desde-mes >= 1 AND lic-desde-mes <= 12
                 AND lic-desde-dia >= 1 AND lic-desde-dia <= 31.

       923-ERROR-DESDE.
           DISPLAY "Error, la fecha debe tener formato AAMMDD con mes "
                   "01-12 y dia 01-31".
           DISPLAY "Ingrese la fecha de inicio de la licencia "
                   "(AAMMDD): ".
           ACCEPT lic-desde.

      * El fin no puede ser anterior al inicio ni a hoy: una licencia
      * ya vencida no tiene nada que suspender.
       924-INGRESO-HASTA.
           DISPLAY "Ingrese la fecha de fin de la licencia (AAMMDD): ".
           ACCEPT lic-hasta.
           PERFORM 925-ERROR-HASTA
               UNTIL lic-hasta-mes >= 1 AND lic-hasta-mes <= 12
                 AND lic-hasta-dia >= 1 AND lic-hasta-dia <= 31
                 AND lic-hasta >= lic-desde AND lic-hasta >= fecha.

       925-ERROR-HASTA.
           DISPLAY "Error, la fecha debe tener formato AAMMDD, no ser "
                   "anterior al inicio ni a hoy".
           DISPLAY "Ingrese la fecha de fin de la licencia (AAMMDD): ".
           ACCEPT lic-hasta.

       926-INGRESO-MOTIVO.
           DISPLAY "Ingrese el motivo de la licencia: ".
           ACCEPT lic-motivo.
           PERFORM 927-ERROR-MOTIVO UNTIL lic-motivo NOT = SPACES.

       927-ERROR-MOTIVO.
           DISPLAY "Error, el motivo no puede quedar en blanco".
           DISPLAY "Ingrese el motivo de la licencia: ".
           ACCEPT lic-motivo.

       928-GRABAR-LICENCIA.
           IF w-licencia-existe = "S"
               REWRITE lic-reg INVALID KEY
                       DISPLAY "ERROR EN LA GRABACION DE LA LICENCIA"
                   NOT INVALID KEY
                       DISPLAY "LICENCIA GRABADA"
               END-REWRITE
           ELSE
               WRITE lic-reg INVALID KEY
                       DISPLAY "ERROR EN LA GRABACION DE LA LICENCIA"
                   NOT INVALID KEY
                       DISPLAY "LICENCIA GRABADA"
               END-WRITE
           END-IF.

      * El saldo no cambia: el movimiento deja constancia del pase a
      * licencia en el historial del socio.
       930-INICIAR-LICENCIA.
           MOVE soc-saldo TO w-saldo-anterior.
           MOVE "L" TO soc-estado.
           REWRITE soc-reg INVALID KEY
                   DISPLAY "ERROR EN LA GRABACION DEL SOCIO"
                   MOVE lic-estado-socio TO soc-estado
               NOT INVALID KEY
                   MOVE "V" TO lic-estado
                   MOVE "LICE" TO w-operacion-mov
                   PERFORM 249-GRABAR-SESION
                   PERFORM 248-GRABAR-MOVIMIENTO
                   DISPLAY "LICENCIA INICIADA"
           END-REWRITE.

       950-CONSULTAR-LICENCIA.
           DISPLAY "Ingrese el codigo del socio: ".
           ACCEPT lic-cod.
           READ LICENCIAS INVALID KEY
                   DISPLAY "EL SOCIO NO TIENE LICENCIAS CARGADAS"
               NOT INVALID KEY
                   PERFORM 955-MOSTRAR-LICENCIA
           END-READ.

       955-MOSTRAR-LICENCIA.
           DISPLAY "Socio:  " lic-cod.
           DISPLAY "Desde:  " lic-desde-dia "/" lic-desde-mes "/20"
                   lic-desde-anio.
           DISPLAY "Hasta:  " lic-hasta-dia "/" lic-hasta-mes "/20"
                   lic-hasta-anio.
           DISPLAY "Motivo: " lic-motivo.
           EVALUATE TRUE
               WHEN LIC-PENDIENTE
                   DISPLAY "Estado: CARGADA, TODAVIA NO COMENZO"
               WHEN LIC-VIGENTE
                   DISPLAY "Estado: EN CURSO"
               WHEN OTHER
                   DISPLAY "Estado: TERMINADA"
           END-EVALUATE.
           DISPLAY "Cargada por: " lic-usuario.

      * Vuelta anticipada: la licencia en curso termina hoy y el
      * socio recupera el estado que tenia; la que todavia no empezo
      * se anula sin tocar al socio.
       970-TERMINAR-LICENCIA.
           DISPLAY "Ingrese el codigo del socio: ".
           ACCEPT soc-cod.
           READ SOCIOS INVALID KEY
                   DISPLAY "SOCIO INEXISTENTE"
               NOT INVALID KEY
                   PERFORM 914-LEER-LICENCIA
                   IF w-licencia-abierta = "N"
                       DISPLAY "EL SOCIO NO TIENE UNA LICENCIA ABIERTA"
                   ELSE
                       PERFORM 955-MOSTRAR-LICENCIA
                       DISPLAY "Confirma la terminacion de la "
                               "licencia? S(SI), N(NO)"
                       ACCEPT w-acuerdo-licencia
                       IF w-acuerdo-licencia = "S"
                           PERFORM 975-CERRAR-LICENCIA
                       END-IF
                   END-IF
           END-READ.

       975-CERRAR-LICENCIA.
           IF LIC-VIGENTE AND SOC-LICENCIA
               PERFORM 980-REACTIVAR-SOCIO
           END-IF.
           MOVE "F"   TO lic-estado.
           MOVE fecha TO lic-hasta.
           PERFORM 928-GRABAR-LICENCIA.

       980-REACTIVAR-SOCIO.
           MOVE soc-saldo TO w-saldo-anterior.
           MOVE lic-estado-socio TO soc-estado.
           REWRITE soc-reg INVALID KEY
                   DISPLAY "ERROR EN LA GRABACION DEL SOCIO"
               NOT INVALID KEY
                   MOVE "REAC" TO w-operacion-mov
                   PERFORM 249-GRABAR-SESION
                   PERFORM 248-GRABAR-MOVIMIENTO
                   DISPLAY "SOCIO REACTIVADO"
           END-REWRITE.

       END PROGRAM YOUR-PROGRAM-NAME.
