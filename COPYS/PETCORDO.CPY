      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWRDO.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWRDO.
