      *> El mismo log de eventos de seguridad que LoginOperador:
      *> la firma del menu es otra puerta de entrada y los
      *> auditores quieren ver ahi tambien sus logins, claves
      *> fallidas y bloqueos. Sellado igual que en LoginOperador.
       select eventos
           assign to disk "..\..\..\Salida\eventos-seguridad.txt"
           organization is line sequential
           03  eve-usuario         pic x(8).
           03  filler              pic x       value spaces.
           03  eve-evento          pic x(10).
           03  filler              pic x       value spaces.
           03  eve-secuencia       pic 9(8).
           03  filler              pic x       value spaces.
           03  eve-control         pic 9(9).

       working-storage section.
       01 fs-usuarios          pic xx.
       01 fs-eventos           pic xx.
           88 ok-eve                   value "00".

       01 sello-log             pic x(12)   value "SEGURIDAD".
       01 sello-texto           pic x(250).
       01 sello-secuencia       pic 9(8).
       01 sello-control         pic 9(9).

       01 evento-a-asentar      pic x(10).

       77 ws-exit               pic x.
               "MantenimientoGrupos.exe       C".
           03 filler pic x(36) value
               "MantenimientoAlicuotas.exe    P".
           03 filler pic x(36) value
               "CorreccionCAE.exe             C".
           03 filler pic x(36) value
               "MantenimientoFiscal.exe       C".
           03 filler pic x(36) value
               "DerivacionCobranza.exe        C".
           03 filler pic x(36) value
               "MantenimientoTanques.exe      F".
           03 filler pic x(36) value
               "MantenimientoTarjetas.exe     F".
           03 filler pic x(36) value
               "GastosChoferes.exe            R".
           03 filler pic x(36) value
               "ProrrogaAlquiler.exe          C".
           03 filler pic x(36) value
               "MantenimientoExtras.exe       F".
           03 filler pic x(36) value
               "ExtrasAlquiler.exe            C".
           03 filler pic x(36) value
               "MantenimientoRutas.exe        F".
           03 filler pic x(36) value
               "OrdenesReposicion.exe         F".
           03 filler pic x(36) value
               "PreparacionVehiculos.exe      F".
           03 filler pic x(36) value
               "RecargosDanios.exe            F".
           03 filler pic x(36) value
               "Subalquileres.exe             F".
           03 filler pic x(36) value
               "MantenimientoProveedores.exe  F".
           03 filler pic x(36) value
               "InventarioRepuestos.exe       F".
           03 filler pic x(36) value
               "MantenimientoCampanias.exe    C".
           03 filler pic x(36) value
               "MantenimientoCupos.exe        C".
           03 filler pic x(36) value
               "AprobacionMostrador.exe       C".
           03 filler pic x(36) value
               "MantenimientoContactos.exe    C".
           03 filler pic x(36) value
               "CargaEncuestas.exe            C".
           03 filler pic x(36) value
               "GestionQuejas.exe             C".
           03 filler pic x(36) value
               "MantenimientoPresupuesto.exe  P".
           03 filler pic x(36) value
               "RevisionFraude.exe            P".
           03 filler pic x(36) value
               "DatosPersonalesCliente.exe    P".
           03 filler pic x(36) value
               "MantenimientoDistribucion.exe P".
           03 filler pic x(36) value
               "ConsultaAlquiler.exe          C".
           03 filler pic x(36) value
               "MantenimientoCalendario.exe   P".
       01 tabla-funciones-r redefines tabla-funciones.
           03 fun-elem occurs 68 times.
               05 fun-programa     pic x(30).
               05 fun-permiso      pic x.
               05 filler           pic x(5).

       77 cant-funciones        pic 99      value 68.
       77 ix-fun                pic 99.
       77 ws-seleccion          pic 99      value zeroes.
       01 permiso-requerido     pic x.
               move function current-date(9:6) to eve-hora
               move in-usuario to eve-usuario
               move evento-a-asentar to eve-evento
               move reg-eventos(1:35) to sello-texto
               call "EncadenarRegistro" using sello-log, sello-texto,
                   sello-secuencia, sello-control
               move sello-secuencia to eve-secuencia
               move sello-control to eve-control
               write reg-eventos
               close eventos
           end-if.
